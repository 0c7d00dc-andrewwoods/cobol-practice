      *                  run dates, or a present stream missing one
      *                  of its files) so the scheduler holds
      *                  FIZZBAL.
      * 2026-10-08  AJW  Classified records widened to 126 bytes and
      *                  RUNSTAT to 100 for the rules version id.
      *                  Every stream must have run the same rules
      *                  version - mixed versions are a disagreement
      *                  (RC=8) like mixed cycle dates - and the
      *                  combined RUNSTAT record carries it.
      * 2026-10-10  AJW  Posts started/completed records on the
      *                  CYCLEDGR cycle step ledger (CYCLEDGR.CPY)
      *                  and will not run unless every stream
      *                  present completed FIZ010 for the cycle with
      *                  RC 0 or 4, nor rerun a merge that already
      *                  completed clean, without a RERUNCD override
      *                  card (RERUNCD.CPY).  Reads CYCLDATE for the
      *                  ledger's cycle date.
      * 2026-10-13  AJW  Suspense records are 160 bytes (SUSPREC.CPY
      *                  workbench fields).  The recycled-head pass
      *                  matches on the record FIZ010 presented
      *                  (SUSP-ORIG-KEY - a FIZZSUS correction can
      *                  change it) and skips written-off entries and
      *                  entries held past the cycle date, which
      *                  FIZ010 does not present.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzmrg.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO MRGRPT
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
       FD  OUT-STREAM-1.
       01  OUT-RECORD-1                   PIC X(126).

       FD  OUT-STREAM-2.
       01  OUT-RECORD-2                   PIC X(126).

       FD  OUT-STREAM-3.
       01  OUT-RECORD-3                   PIC X(126).

       FD  OUT-STREAM-4.
       01  OUT-RECORD-4                   PIC X(126).

       FD  EXC-STREAM-1.
       01  EXC-RECORD-1                   PIC X(132).
       01  EXC-RECORD-4                   PIC X(132).

       FD  SUS-STREAM-1.
       01  SUS-RECORD-1                   PIC X(160).

       FD  SUS-STREAM-2.
       01  SUS-RECORD-2                   PIC X(160).

       FD  SUS-STREAM-3.
       01  SUS-RECORD-3                   PIC X(160).

       FD  SUS-STREAM-4.
       01  SUS-RECORD-4                   PIC X(160).

       FD  RST-STREAM-1.
       01  RST-RECORD-1                   PIC X(100).

       FD  RST-STREAM-2.
       01  RST-RECORD-2                   PIC X(100).

       FD  RST-STREAM-3.
       01  RST-RECORD-3                   PIC X(100).

       FD  RST-STREAM-4.
       01  RST-RECORD-4                   PIC X(100).

       FD  SUSPENSE-IN-FILE.
           COPY SUSPREC.
       01  EX-REPORT-LINE                 PIC X(132).

       FD  SUSPENSE-OUT-FILE.
       01  SUSPENSE-OUT-RECORD            PIC X(160).

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.
       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       FD  RERUN-CARD-FILE.
           COPY RERUNCD.

       WORKING-STORAGE SECTION.
       01 WS-OUT1-STATUS                 PIC X(02).
       01 WS-OUT2-STATUS                 PIC X(02).
                   88 WS-STRM-PRESENT     VALUE "Y".
               10 WS-STRM-OUT-EOF-SW     PIC X(01).
                   88 WS-STRM-OUT-EOF     VALUE "Y".
               10 WS-STRM-OUT-RECORD     PIC X(126).
               10 WS-STRM-CNT-OUT        PIC 9(07).
               10 WS-STRM-CNT-EXC        PIC 9(07).
               10 WS-STRM-CNT-SUSP       PIC 9(07).
           88 WS-WORK-EOF                 VALUE "Y".
       01 WS-WORK-LINE-NO                PIC 9(06).
       01 WS-EXC-PREAMBLE-LINES          PIC 9(02) VALUE 4.
       01 WS-WORK-RECORD                 PIC X(160).

           COPY RUNSTAT REPLACING
               ==RUN-STATUS-RECORD== BY ==WS-RUN-STATUS-RECORD==
               ==RS-CNT-MULTI-MATCH== BY ==WS-RS-CNT-MULTI-MATCH==
               ==RS-CNT-NO-MATCH== BY ==WS-RS-CNT-NO-MATCH==
               ==RS-CNT-EXCEPTIONS== BY ==WS-RS-CNT-EXCEPTIONS==
               ==RS-RESUME-POINT== BY ==WS-RS-RESUME-POINT==
               ==RS-RULES-VERSION-ID== BY ==WS-RS-RULES-VERSION-ID==
               ==RS-RULES-VERSION-SEQ== BY ==WS-RS-RULES-VERSION-SEQ==
               ==RS-RULES-VERSION-DATE== BY ==WS-RS-RULES-VERSION-DATE==
               ==RS-RULES-VERSION-TIME==
                   BY ==WS-RS-RULES-VERSION-TIME==.

      *****************************************************************
      * Combined totals for the single RUNSTAT record FIZZBAL and    *
       01 WS-CNT-INCOMPLETE              PIC 9(01) VALUE ZERO.
       01 WS-DATE-MISMATCH-SW            PIC X(01) VALUE "N".
           88 WS-DATE-MISMATCH            VALUE "Y".
       01 WS-RULES-VERSION-ID.
           05 WS-RULES-VERSION-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-RULES-VERSION-DATE      PIC 9(08) VALUE ZERO.
           05 WS-RULES-VERSION-TIME      PIC 9(06) VALUE ZERO.
       01 WS-VERSION-SEEN-SW             PIC X(01) VALUE "N".
           88 WS-VERSION-SEEN             VALUE "Y".
       01 WS-VERSION-MISMATCH-SW         PIC X(01) VALUE "N".
           88 WS-VERSION-MISMATCH         VALUE "Y".
       01 WS-PRIOR-MERGED-KEY            PIC X(06) VALUE LOW-VALUES.
       01 WS-FIRST-MERGED-SW             PIC X(01) VALUE "Y".
           88 WS-FIRST-MERGED             VALUE "Y".
           05 FILLER                     PIC X(30) VALUE "REASON".
           05 FILLER                     PIC X(82) VALUE SPACES.

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 1400-CHECK-LEDGER) - *
      * this step's name, stream, and run number on the ledger, the  *
      * optional RERUNCD override card (RERUNCD.CPY), and the latest *
      * run lookup the predecessor and double-run gates share.       *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-RERUN-FILE-STATUS           PIC X(02).
       01 WS-LEDGER-STEP                 PIC X(08) VALUE "FIZZMRG".
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
       01 WS-LEDGER-STRM-ID              PIC 9(02).

      *****************************************************************
      * Cycle-date control fields (see 1050-GET-CYCLE-DATE and       *
      * CYCDATE.CPY).  WS-LEDGER-CYCLE-DATE is the CYCLE date from   *
      * the CYCLDATE control record, used only for the ledger - the  *
      * report and RUNSTAT dates are unchanged.                       *
      *****************************************************************
       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-SYSTEM-DATE                 PIC 9(08).
       01 WS-CYCLE-DATE-DIFF             PIC S9(05).
       01 WS-LEDGER-CYCLE-DATE           PIC 9(08) VALUE ZERO.

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *
               6000-MERGE-RUN-STATUS-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
           PERFORM 8900-POST-COMPLETED THRU 8900-POST-COMPLETED-EXIT.

           STOP RUN.

      * Stamp the run date/time, open the report and the combined *
      * outputs, and discover which streams ran this cycle - a    *
      * stream is present when its classified file allocates and  *
      * opens clean.  At least one stream must be present, and    *
      * the run is then gated on the cycle step ledger.           *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-CYCLE-DATE THRU
               1050-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1400-CHECK-LEDGER THRU 1400-CHECK-LEDGER-EXIT.

           OPEN OUTPUT OUTPUT-FILE.
           OPEN OUTPUT EXCPT-FILE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-GET-CYCLE-DATE                                        *
      * Read the cycle date from the CYCLDATE control record      *
      * (maintained by FIZZCYC - see CYCDATE.CPY) for the cycle   *
      * step ledger.  The cycle must be open and within the       *
      * record's tolerance of the system date, exactly as FIZ010  *
      * and FIZZBAL check it.                                     *
      *-----------------------------------------------------------*
       1050-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZMRG - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - RUN FIZZCYC OPEN - "
                   "JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZMRG - CYCLDATE IS EMPTY - RUN "
                       "FIZZCYC OPEN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.

           IF NOT CY-OPEN
               DISPLAY "FIZZMRG - CYCLE " CY-CYCLE-DATE
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
               DISPLAY "FIZZMRG - CYCLE DATE " CY-CYCLE-DATE
                   " IS MORE THAN " CY-TOLERANCE-DAYS
                   " DAYS FROM SYSTEM DATE " WS-SYSTEM-DATE
                   " - STALE CYCLE RECORD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CY-CYCLE-DATE TO WS-LEDGER-CYCLE-DATE.
       1050-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-PROBE-ONE-STREAM                                      *
      * Open one stream's classified file - status 00 makes the   *
       1100-PROBE-ONE-STREAM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-CHECK-LEDGER                                         *
      * Gate this run on the cycle step ledger (CYCLEDGR.CPY).    *
      * Each FIZ010 stream present tonight must have completed    *
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
               DISPLAY "FIZZMRG - CYCLEDGR OPEN FAILED - STATUS "
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
                   DISPLAY "FIZZMRG - ALREADY COMPLETED FOR CYCLE "
                       WS-LEDGER-CYCLE-DATE " - RUN " WS-LOOK-LAST-RUN
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
               DISPLAY "FIZZMRG - RUN " WS-LEDGER-RUN-NO " OF CYCLE "
                   WS-LEDGER-CYCLE-DATE " UNDER RERUNCD OVERRIDE BY "
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
               OR RR-CYCLE-DATE NOT = WS-LEDGER-CYCLE-DATE
               OR RR-USER-ID = SPACES
               OR RR-REASON = SPACES
               DISPLAY "FIZZMRG - RERUNCD CARD FOR STEP " RR-STEP-NAME
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
           MOVE WS-LEDGER-CYCLE-DATE TO LG-CYCLE-DATE.
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
           IF LG-CYCLE-DATE NOT = WS-LEDGER-CYCLE-DATE
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
      * Every stream present tonight must have a FIZ010 run for   *
      * the cycle that completed with RC 0 or 4 - slot n is       *
      * stream id 0n on the ledger, as on the stream CTLCARDs.    *
      *-----------------------------------------------------------*
       1430-CHECK-PREDECESSOR.
           PERFORM 1431-CHECK-ONE-STREAM THRU
               1431-CHECK-ONE-STREAM-EXIT
               VARYING WS-STRM-NO FROM 1 BY 1
               UNTIL WS-STRM-NO > 4.
       1430-CHECK-PREDECESSOR-EXIT.
           EXIT.

       1431-CHECK-ONE-STREAM.
           IF NOT WS-STRM-PRESENT(WS-STRM-NO)
               GO TO 1431-CHECK-ONE-STREAM-EXIT
           END-IF.
           MOVE "FIZ010" TO WS-LOOK-STEP.
           MOVE WS-STRM-NO TO WS-LEDGER-STRM-ID.
           MOVE WS-LEDGER-STRM-ID TO WS-LOOK-STREAM.
           PERFORM 1420-FIND-LAST-RUN THRU 1420-FIND-LAST-RUN-EXIT.
           IF WS-LOOK-DONE AND WS-LOOK-RC NOT > 4
               GO TO 1431-CHECK-ONE-STREAM-EXIT
           END-IF.
           PERFORM 1435-PREDECESSOR-NOT-CLEAN THRU
               1435-PREDECESSOR-NOT-CLEAN-EXIT.
       1431-CHECK-ONE-STREAM-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1435-PREDECESSOR-NOT-CLEAN                                *
      * Say why the predecessor looked up last is not clean, and  *
      * stop the run unless a RERUNCD override was supplied.      *
      *-----------------------------------------------------------*
       1435-PREDECESSOR-NOT-CLEAN.
           EVALUATE TRUE
               WHEN WS-LOOK-LAST-RUN = ZERO
                   DISPLAY "FIZZMRG - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " HAS NOT RUN FOR CYCLE "
                       WS-LEDGER-CYCLE-DATE
               WHEN NOT WS-LOOK-DONE
                   DISPLAY "FIZZMRG - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " DID NOT COMPLETE FOR CYCLE "
                       WS-LEDGER-CYCLE-DATE
               WHEN OTHER
                   DISPLAY "FIZZMRG - PREDECESSOR " WS-LOOK-STEP
                       WS-LOOK-STREAM " RUN " WS-LOOK-LAST-RUN
                       " COMPLETED RC=" WS-LOOK-RC " FOR CYCLE "
                       WS-LEDGER-CYCLE-DATE
           END-EVALUATE.
           IF NOT WS-LEDGER-OVERRIDE
               DISPLAY "FIZZMRG - SUPPLY A RERUNCD CARD TO RUN "
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
           MOVE WS-LEDGER-CYCLE-DATE TO LG-CYCLE-DATE.
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
                   DISPLAY "FIZZMRG - CYCLEDGR POSTING " LG-KEY
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
      * matching leading stream 01 records straight to the head   *
      * of the combined file, the way FIZZBAL's                    *
      * 3040-MATCH-SUSPENSE will consume them; a suspense key     *
      * with no classified record was carried forward.  FIZ010    *
      * presents SUSP-ORIG-KEY (a workbench correction can change *
      * it from SUSP-KEY) and does not present an entry written   *
      * off or held past the cycle date.  The key merge then      *
      * starts on band-ordered extract records only.              *
      * A missing SUSPIN (first cycle, or no suspense last        *
      * night) is not an error.                                    *
      *-----------------------------------------------------------*
           EXIT.

       2520-MATCH-ONE-SUSPENSE.
           IF SUSP-WRITTEN-OFF
               GO TO 2520-MATCH-ONE-SUSPENSE-NEXT
           END-IF.
           IF SUSP-HELD
               AND SUSP-HOLD-UNTIL-DATE IS NUMERIC
               AND SUSP-HOLD-UNTIL-DATE > WS-LEDGER-CYCLE-DATE
               GO TO 2520-MATCH-ONE-SUSPENSE-NEXT
           END-IF.

           IF WS-STRM-PRESENT(1)
               AND NOT WS-STRM-OUT-EOF(1)
               AND WS-STRM-OUT-RECORD(1)(1:6) = SUSP-ORIG-KEY
               MOVE WS-STRM-OUT-RECORD(1) TO OUTPUT-RECORD-LAYOUT
               WRITE OUTPUT-RECORD-LAYOUT
               ADD 1 TO WS-CNT-RECYCLED
               PERFORM 3150-READ-STREAM-OUT THRU
                   3150-READ-STREAM-OUT-EXIT
           END-IF.

       2520-MATCH-ONE-SUSPENSE-NEXT.
           PERFORM 2510-READ-SUSPENSE THRU 2510-READ-SUSPENSE-EXIT.
       2520-MATCH-ONE-SUSPENSE-EXIT.
           EXIT.
      * 6000-MERGE-RUN-STATUS                                      *
      * Read each present stream's RUNSTAT record, sum the        *
      * control-total counters, keep the worst return code, and   *
      * prove every stream ran the same cycle date and the same   *
      * rules version.  Then write the one combined RUNSTAT       *
      * record the scheduler and the end-of-cycle reporting read. *
      *-----------------------------------------------------------*
       6000-MERGE-RUN-STATUS.
           PERFORM 6100-READ-ONE-RUN-STATUS THRU
           MOVE WS-TOT-RS-NOMATCH TO RS-CNT-NO-MATCH.
           MOVE WS-TOT-RS-EXCP TO RS-CNT-EXCEPTIONS.
           MOVE ZERO TO RS-RESUME-POINT.
           MOVE WS-RULES-VERSION-ID TO RS-RULES-VERSION-ID.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.
       6000-MERGE-RUN-STATUS-EXIT.
               END-IF
           END-IF.

           IF NOT WS-VERSION-SEEN
               MOVE WS-RS-RULES-VERSION-ID TO WS-RULES-VERSION-ID
               MOVE "Y" TO WS-VERSION-SEEN-SW
           ELSE
               IF WS-RS-RULES-VERSION-ID NOT = WS-RULES-VERSION-ID
                   MOVE "Y" TO WS-VERSION-MISMATCH-SW
                   MOVE "Y" TO WS-TROUBLE-SW
                   DISPLAY "FIZZMRG - STREAM " WS-STRM-NO
                       " RAN RULES VERSION " WS-RS-RULES-VERSION-SEQ
                       " BUT THE FIRST STREAM RAN "
                       WS-RULES-VERSION-SEQ
                       " - MIXED RULES VERSIONS"
               END-IF
           END-IF.

           ADD WS-RS-CNT-TOTAL TO WS-TOT-RS-TOTAL.
           ADD WS-RS-CNT-RULE1-ONLY TO WS-TOT-RS-RULE1.
           ADD WS-RS-CNT-RULE2-ONLY TO WS-TOT-RS-RULE2.
           MOVE WS-CNT-INCOMPLETE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-VERSION-MISMATCH
               MOVE "RULES VERSION (MIXED - FIRST)" TO TL-CAPTION
           ELSE
               MOVE "RULES VERSION APPLIED" TO TL-CAPTION
           END-IF.
           MOVE WS-RULES-VERSION-SEQ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           IF WS-TROUBLE
               MOVE "*** STREAMS DISAGREE - HOLD FIZZBAL ***"
           ADD 1 TO WS-LINE-COUNT.
       8200-WRITE-ONE-STREAM-LINE-EXIT.
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
               DISPLAY "FIZZMRG - CYCLEDGR OPEN FAILED - STATUS "
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
