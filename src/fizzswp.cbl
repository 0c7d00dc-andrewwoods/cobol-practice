      *
      * FIZZSWP - re-sweep the classification master when an
      *           effective-dated rule starts or expires.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-09  AJW  Original version.  FIZ010 classifies only the
      *                  keys on tonight's extract, so a master record
      *                  keeps whatever label it was given the last
      *                  time its lot came through.  When a promotion
      *                  rule's expiry date passes, every lot that got
      *                  the promotion label and has not been on an
      *                  extract since kept it on CLASMSTR and in the
      *                  FIZZINQ answers indefinitely - and the same
      *                  when a new rule's effective date arrived.
      *                  This step runs ahead of FIZZLOAD every night
      *                  (see FIZZLODJ).  It loads RULESFL exactly as
      *                  1500-LOAD-RULES in the FIZZBUZZ program does
      *                  for the cycle date and looks for an active
      *                  rule that starts or expires this cycle - an
      *                  effective date after the last load date (the
      *                  prior cycle's LODSTAT) up to the cycle date,
      *                  or an expiry date from the last load date up
      *                  to the day before the cycle date; with no
      *                  LODSTAT the window is the cycle date alone.
      *                  When one does, every master record is
      *                  reclassified with the 4000-FIZZBUZZ priority,
      *                  exclusive-flag, and label logic, and each key
      *                  whose label would change is written to
      *                  SWEEPFL in the OUTRECKEY layout under the
      *                  current rules version for FIZZLOAD to apply
      *                  as an ordinary update - history, CHGRPT, and
      *                  the DISTRIB feed pick the corrections up.  On
      *                  any other night SWEEPFL is written empty.
      *                  An optional SWPCARD forces or skips the sweep
      *                  (SWPCARD.CPY).  SWPRPT lists the rules that
      *                  triggered the sweep and the keys changing
      *                  from each old label to each new label.
      *                  RC=0 normally, RC=16 on a stale cycle date or
      *                  an I/O failure.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzswp.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-09.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO SWPCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT LOAD-STATUS-FILE ASSIGN TO LODSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LODSTAT-FILE-STATUS.
           SELECT RULES-FILE ASSIGN TO RULESFL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CLASMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT SWEEP-FILE ASSIGN TO SWEEPFL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO SWPRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY SWPCARD.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  LOAD-STATUS-FILE.
           COPY LODSTAT.

       FD  RULES-FILE.
           COPY RULESREC.

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  SWEEP-FILE.
           COPY OUTRECKEY.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS            PIC X(02).
       01 WS-SWEEP-MODE                  PIC X(01) VALUE SPACE.
           88 WS-MODE-AUTO                VALUE SPACE.
           88 WS-MODE-FORCE               VALUE "F".
           88 WS-MODE-SKIP                VALUE "S".
       01 WS-SWEEP-SW                    PIC X(01) VALUE "N".
           88 WS-SWEEP-TONIGHT            VALUE "Y".

      *****************************************************************
      * Cycle-date control fields (see 1100-GET-CYCLE-DATE and       *
      * CYCDATE.CPY) - the rules in effect are the rules in effect   *
      * on the cycle date, the same date FIZ010 ran under tonight.   *
      *****************************************************************
       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-SYSTEM-DATE                 PIC 9(08).
       01 WS-CYCLE-DATE-DIFF             PIC S9(05).

      *****************************************************************
      * Start/expiry window (see 1200-SET-WINDOW).  The last load   *
      * date is the cycle date of the last completed master load -  *
      * the prior cycle's LODSTAT - so a rule starting or expiring  *
      * over a weekend or holiday is caught on the next cycle.  With *
      * no usable LODSTAT it is the day before the cycle date.       *
      *****************************************************************
       01 WS-LODSTAT-FILE-STATUS         PIC X(02).
       01 WS-LAST-LOAD-DATE              PIC 9(08) VALUE ZERO.
       01 WS-WINDOW-FROM-LODSTAT-SW      PIC X(01) VALUE "N".
           88 WS-WINDOW-FROM-LODSTAT      VALUE "Y".

      *****************************************************************
      * Classification rules table - loading, effective-date         *
      * filtering, the 20-rule ceiling, and the priority sort all    *
      * mirror 1500-LOAD-RULES in the FIZZBUZZ program so the sweep  *
      * classifies exactly the way FIZ010 does.                      *
      *****************************************************************
       01 WS-RULES-EOF-SW                PIC X(01) VALUE "N".
           88 WS-RULES-EOF                VALUE "Y".

       01 WS-RULE-COUNT                  PIC 9(02) VALUE ZERO.
       01 WS-RULE-MATCH-COUNT            PIC 9(02) VALUE ZERO.
       01 WS-RULE-REMAINDER              PIC 9(03).
       01 WS-CLASSIFICATION-LABEL        PIC X(40).

       01 WS-RULES-TABLE.
           05 WS-RULE-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-RULE-IDX.
               10 WS-RULE-DIVISOR        PIC 9(03).
               10 WS-RULE-LABEL          PIC X(10).
               10 WS-RULE-PRIORITY       PIC 9(03).
               10 WS-RULE-EXCL-SW        PIC X(01).
                   88 WS-RULE-EXCLUSIVE   VALUE "Y".

       01 WS-MATCHED-RULE-IDX            PIC 9(02) VALUE ZERO.
       01 WS-EXCLUSIVE-DONE-SW           PIC X(01) VALUE "N".
           88 WS-EXCLUSIVE-DONE           VALUE "Y".
       01 WS-SORT-PASS                   PIC 9(02).
       01 WS-SORT-POS                    PIC 9(02).
       01 WS-SORT-POS-NEXT               PIC 9(02).
       01 WS-SORT-SWAPPED-SW             PIC X(01).
           88 WS-SORT-SWAPPED             VALUE "Y".
       01 WS-SWAP-ENTRY.
           05 WS-SWAP-DIVISOR            PIC 9(03).
           05 WS-SWAP-LABEL              PIC X(10).
           05 WS-SWAP-PRIORITY           PIC 9(03).
           05 WS-SWAP-EXCL-SW            PIC X(01).

      *****************************************************************
      * Rules version id of the RULESFL generation loaded - stamped  *
      * on every correction as OR-RULES-VERSION, as FIZ010 stamps    *
      * its classified records.  Spaces (a file from before          *
      * versioning) read as version zero.                            *
      *****************************************************************
       01 WS-RULES-VERSION-ID.
           05 WS-RULES-VERSION-SEQ       PIC 9(06) VALUE ZERO.
           05 WS-RULES-VERSION-DATE      PIC 9(08) VALUE ZERO.
           05 WS-RULES-VERSION-TIME      PIC 9(06) VALUE ZERO.
       01 WS-VERSION-SEEN-SW             PIC X(01) VALUE "N".
           88 WS-VERSION-SEEN             VALUE "Y".

      *****************************************************************
      * Rules starting or expiring this cycle - the sweep trigger,   *
      * listed on the report.  Every RULESFL record the load reads   *
      * is tested, in effect tonight or not.                         *
      *****************************************************************
       01 WS-EVENT-COUNT                 PIC 9(02) VALUE ZERO.
       01 WS-EVENT-TYPE-NEW              PIC X(07).
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 40 TIMES
               INDEXED BY WS-EVENT-IDX.
               10 WS-EVENT-DIVISOR       PIC 9(03).
               10 WS-EVENT-LABEL         PIC X(10).
               10 WS-EVENT-EFF-DATE      PIC X(08).
               10 WS-EVENT-EXP-DATE      PIC X(08).
               10 WS-EVENT-TYPE          PIC X(07).

      *****************************************************************
      * Sweep work fields and the old-label/new-label pair table the *
      * report prints - the same 200-pair convention as the FIZZLOAD *
      * CHGRPT, with any pair past the limit counted in overflow.    *
      *****************************************************************
       01 WS-COUNTER                     PIC 9(06).
       01 WS-CALC                        PIC 9(06).
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-MASTER-EOF-SW               PIC X(01) VALUE "N".
           88 WS-MASTER-EOF               VALUE "Y".
       01 WS-TRUNCATED-SW                PIC X(01) VALUE "N".
           88 WS-LABEL-TRUNCATED          VALUE "Y".

       01 WS-PAIR-COUNT                  PIC 9(03) VALUE ZERO.
       01 WS-PAIR-FOUND-POS              PIC 9(03) VALUE ZERO.
       01 WS-PAIR-TABLE.
           05 WS-PAIR-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-PAIR-IDX.
               10 WS-PAIR-OLD-LABEL      PIC X(40).
               10 WS-PAIR-NEW-LABEL      PIC X(40).
               10 WS-PAIR-KEYS           PIC 9(07).

       01 WS-CNT-MASTER-READ             PIC 9(07) VALUE ZERO.
       01 WS-CNT-SKIPPED                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-SAME                    PIC 9(07) VALUE ZERO.
       01 WS-CNT-CHANGED                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-TRUNCATED               PIC 9(07) VALUE ZERO.
       01 WS-CNT-PAIR-OVERFLOW           PIC 9(07) VALUE ZERO.
       01 WS-CNT-EVENT-OVERFLOW          PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Report control fields - page headings, line/page counters,   *
      * and the run date/time stamp shown on every page.             *
      *****************************************************************
       01 WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-LINES-PER-PAGE              PIC 9(04) VALUE 60.
       01 WS-PAGE-COUNT                  PIC 9(04) VALUE ZERO.

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(31)
               VALUE "FIZZBUZZ MASTER RE-SWEEP REPORT".
           05 FILLER                     PIC X(19) VALUE SPACES.
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

       01 WS-WINDOW-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(19)
               VALUE "LAST MASTER LOAD : ".
           05 WL-LAST-LOAD-DATE          PIC 9999/99/99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 WL-SOURCE                  PIC X(20).
           05 FILLER                     PIC X(71) VALUE SPACES.

       01 WS-EVENT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(40)
               VALUE "RULES STARTING OR EXPIRING THIS CYCLE".
           05 FILLER                     PIC X(82) VALUE SPACES.

       01 WS-EVENT-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(09) VALUE "DIVISOR".
           05 FILLER                     PIC X(12) VALUE "LABEL".
           05 FILLER                     PIC X(12) VALUE "EFFECTIVE".
           05 FILLER                     PIC X(12) VALUE "EXPIRES".
           05 FILLER                     PIC X(07) VALUE "EVENT".
           05 FILLER                     PIC X(70) VALUE SPACES.

       01 WS-EVENT-DETAIL-LINE.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 EV-DIVISOR                 PIC ZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 EV-LABEL                   PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 EV-EFF-DATE                PIC X(08).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 EV-EXP-DATE                PIC X(08).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 EV-TYPE                    PIC X(07).
           05 FILLER                     PIC X(70) VALUE SPACES.

       01 WS-NO-EVENTS-LINE.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 FILLER                     PIC X(36)
               VALUE "NO RULE STARTS OR EXPIRES THIS CYCLE".
           05 FILLER                     PIC X(84) VALUE SPACES.

       01 WS-PAIR-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(40)
               VALUE "LABEL CHANGES - OLD LABEL TO NEW LABEL".
           05 FILLER                     PIC X(82) VALUE SPACES.

       01 WS-PAIR-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(42) VALUE "OLD LABEL".
           05 FILLER                     PIC X(42) VALUE "NEW LABEL".
           05 FILLER                     PIC X(07) VALUE "   KEYS".
           05 FILLER                     PIC X(31) VALUE SPACES.

       01 WS-PAIR-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 PD-OLD-LABEL               PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PD-NEW-LABEL               PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 PD-KEYS                    PIC ZZZZZZ9.
           05 FILLER                     PIC X(31) VALUE SPACES.

       01 WS-NO-CHANGES-LINE.
           05 FILLER                     PIC X(12) VALUE SPACES.
           05 FILLER                     PIC X(35)
               VALUE "NO MASTER LABELS CHANGE".
           05 FILLER                     PIC X(85) VALUE SPACES.

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

       01 WS-VERDICT-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 VD-VERDICT                 PIC X(60).
           05 FILLER                     PIC X(62) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           IF WS-SWEEP-TONIGHT
               PERFORM 3000-SWEEP-MASTER THRU 3000-SWEEP-MASTER-EXIT
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Take the cycle date and the last-load window, read the    *
      * optional SWPCARD, load the rules (noting any that start   *
      * or expire), decide whether tonight is a sweep night, and  *
      * open SWEEPFL and the report.  SWEEPFL is always written - *
      * empty on a night with no sweep - so FIZZLOAD never reads  *
      * a stale generation.                                       *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-GET-CYCLE-DATE THRU
               1100-GET-CYCLE-DATE-EXIT.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           PERFORM 1200-SET-WINDOW THRU 1200-SET-WINDOW-EXIT.

           OPEN INPUT CONTROL-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SWP-MODE TO WS-SWEEP-MODE
               END-READ
               CLOSE CONTROL-FILE
           END-IF.
           IF NOT (WS-MODE-AUTO OR WS-MODE-FORCE OR WS-MODE-SKIP)
               DISPLAY "FIZZSWP - SWPCARD MODE " WS-SWEEP-MODE
                   " INVALID - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1500-LOAD-RULES THRU 1500-LOAD-RULES-EXIT.

           EVALUATE TRUE
               WHEN WS-MODE-FORCE
                   MOVE "Y" TO WS-SWEEP-SW
                   DISPLAY "FIZZSWP - SWPCARD FORCES A FULL RE-SWEEP"
               WHEN WS-MODE-SKIP
                   MOVE "N" TO WS-SWEEP-SW
                   DISPLAY "FIZZSWP - SWPCARD SKIPS TONIGHT'S "
                       "RE-SWEEP - SWEEPFL WRITTEN EMPTY"
               WHEN WS-EVENT-COUNT > ZERO
                   MOVE "Y" TO WS-SWEEP-SW
               WHEN OTHER
                   MOVE "N" TO WS-SWEEP-SW
           END-EVALUATE.

           OPEN OUTPUT SWEEP-FILE.
           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.
           PERFORM 2100-WRITE-EVENTS THRU 2100-WRITE-EVENTS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-GET-CYCLE-DATE                                       *
      * Read the processing date from the CYCLDATE control record *
      * (maintained by FIZZCYC - see CYCDATE.CPY).  The cycle     *
      * must be open and within the record's tolerance of the     *
      * system date, the same validation FIZ010 applies.          *
      *-----------------------------------------------------------*
       1100-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZSWP - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - RUN FIZZCYC OPEN - "
                   "JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZSWP - CYCLDATE IS EMPTY - RUN "
                       "FIZZCYC OPEN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.

           IF NOT CY-OPEN
               DISPLAY "FIZZSWP - CYCLE " CY-CYCLE-DATE
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
               DISPLAY "FIZZSWP - CYCLE DATE " CY-CYCLE-DATE
                   " IS MORE THAN " CY-TOLERANCE-DAYS
                   " DAYS FROM SYSTEM DATE " WS-SYSTEM-DATE
                   " - STALE CYCLE RECORD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CY-CYCLE-DATE TO WS-RUN-DATE-YYYYMMDD.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-SET-WINDOW                                           *
      * Take the last master load date from the prior cycle's     *
      * LODSTAT.  A rule starts this cycle when its effective     *
      * date is after that date and not after the cycle date; it  *
      * expires this cycle when its expiry date is on or after    *
      * that date and before the cycle date - it was in effect at *
      * the last load and is not tonight.  No LODSTAT, or one     *
      * that is not earlier than the cycle date (a rerun after    *
      * tonight's load), leaves the day before the cycle date.    *
      *-----------------------------------------------------------*
       1200-SET-WINDOW.
           COMPUTE WS-LAST-LOAD-DATE = DATE-OF-INTEGER(
               INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD) - 1).

           OPEN INPUT LOAD-STATUS-FILE.
           IF WS-LODSTAT-FILE-STATUS NOT = "00"
               DISPLAY "FIZZSWP - LODSTAT NOT AVAILABLE - STATUS "
                   WS-LODSTAT-FILE-STATUS " - WINDOW IS THE CYCLE "
                   "DATE ONLY"
               GO TO 1200-SET-WINDOW-EXIT
           END-IF.
           READ LOAD-STATUS-FILE
               AT END
                   DISPLAY "FIZZSWP - LODSTAT IS EMPTY - WINDOW IS "
                       "THE CYCLE DATE ONLY"
               NOT AT END
                   IF LS-RUN-DATE IS NUMERIC
                       AND LS-RUN-DATE < WS-RUN-DATE-YYYYMMDD
                       MOVE LS-RUN-DATE TO WS-LAST-LOAD-DATE
                       MOVE "Y" TO WS-WINDOW-FROM-LODSTAT-SW
                   END-IF
           END-READ.
           CLOSE LOAD-STATUS-FILE.
       1200-SET-WINDOW-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-RULES                                           *
      * Load the divisor/label classification rules from RULESFL  *
      * into WS-RULES-TABLE - only active rules in effect for the *
      * cycle date - then sort the table into priority order.     *
      * Mirrors 1500-LOAD-RULES in the FIZZBUZZ program.          *
      *-----------------------------------------------------------*
       1500-LOAD-RULES.
           OPEN INPUT RULES-FILE.
           PERFORM 1510-READ-RULE THRU 1510-READ-RULE-EXIT.
           PERFORM 1520-STORE-RULE THRU 1520-STORE-RULE-EXIT
               UNTIL WS-RULES-EOF.
           CLOSE RULES-FILE.
           PERFORM 1530-SORT-RULES THRU 1530-SORT-RULES-EXIT.
       1500-LOAD-RULES-EXIT.
           EXIT.

       1510-READ-RULE.
           READ RULES-FILE
               AT END
                   MOVE "Y" TO WS-RULES-EOF-SW
           END-READ.
       1510-READ-RULE-EXIT.
           EXIT.

       1520-STORE-RULE.
           IF NOT WS-VERSION-SEEN
               IF RULE-VERSION-ID IS NUMERIC
                   MOVE RULE-VERSION-ID TO WS-RULES-VERSION-ID
               END-IF
               MOVE "Y" TO WS-VERSION-SEEN-SW
           END-IF.

           PERFORM 1560-NOTE-RULE-EVENT THRU
               1560-NOTE-RULE-EVENT-EXIT.

           EVALUATE TRUE
               WHEN RULE-INACTIVE
                   CONTINUE
               WHEN RULE-EFF-DATE IS NUMERIC
                   AND RULE-EFF-DATE > WS-RUN-DATE-YYYYMMDD
                   CONTINUE
               WHEN RULE-EXP-DATE IS NUMERIC
                   AND RULE-EXP-DATE NOT = ZERO
                   AND RULE-EXP-DATE < WS-RUN-DATE-YYYYMMDD
                   CONTINUE
               WHEN RULE-DIVISOR = ZERO
                   DISPLAY "FIZZSWP - RULESFL DIVISOR OF ZERO "
                       "REJECTED - " RULE-LABEL
               WHEN OTHER
                   ADD 1 TO WS-RULE-COUNT
                   SET WS-RULE-IDX TO WS-RULE-COUNT
                   MOVE RULE-DIVISOR TO WS-RULE-DIVISOR(WS-RULE-IDX)
                   MOVE RULE-LABEL TO WS-RULE-LABEL(WS-RULE-IDX)
                   IF RULE-PRIORITY IS NUMERIC
                       AND RULE-PRIORITY NOT = ZERO
                       MOVE RULE-PRIORITY
                           TO WS-RULE-PRIORITY(WS-RULE-IDX)
                   ELSE
                       MOVE 999 TO WS-RULE-PRIORITY(WS-RULE-IDX)
                   END-IF
                   IF RULE-EXCLUSIVE
                       MOVE "Y" TO WS-RULE-EXCL-SW(WS-RULE-IDX)
                   ELSE
                       MOVE "N" TO WS-RULE-EXCL-SW(WS-RULE-IDX)
                   END-IF
           END-EVALUATE.

           IF WS-RULE-COUNT = 20
               PERFORM 1510-READ-RULE THRU 1510-READ-RULE-EXIT
               IF NOT WS-RULES-EOF
                   DISPLAY "FIZZSWP - RULESFL HAS MORE THAN 20 RULES "
                       "- EXTRA RULES IGNORED"
               END-IF
               MOVE "Y" TO WS-RULES-EOF-SW
           ELSE
               PERFORM 1510-READ-RULE THRU 1510-READ-RULE-EXIT
           END-IF.
       1520-STORE-RULE-EXIT.
           EXIT.

       1530-SORT-RULES.
           IF WS-RULE-COUNT < 2
               GO TO 1530-SORT-RULES-EXIT
           END-IF.
           MOVE "Y" TO WS-SORT-SWAPPED-SW.
           PERFORM 1540-SORT-ONE-PASS THRU 1540-SORT-ONE-PASS-EXIT
               VARYING WS-SORT-PASS FROM 1 BY 1
               UNTIL WS-SORT-PASS >= WS-RULE-COUNT
               OR NOT WS-SORT-SWAPPED.
       1530-SORT-RULES-EXIT.
           EXIT.

       1540-SORT-ONE-PASS.
           MOVE "N" TO WS-SORT-SWAPPED-SW.
           PERFORM 1550-SORT-COMPARE THRU 1550-SORT-COMPARE-EXIT
               VARYING WS-SORT-POS FROM 1 BY 1
               UNTIL WS-SORT-POS >= WS-RULE-COUNT.
       1540-SORT-ONE-PASS-EXIT.
           EXIT.

       1550-SORT-COMPARE.
           COMPUTE WS-SORT-POS-NEXT = WS-SORT-POS + 1.
           IF WS-RULE-PRIORITY(WS-SORT-POS)
               > WS-RULE-PRIORITY(WS-SORT-POS-NEXT)
               MOVE WS-RULE-ENTRY(WS-SORT-POS) TO WS-SWAP-ENTRY
               MOVE WS-RULE-ENTRY(WS-SORT-POS-NEXT)
                   TO WS-RULE-ENTRY(WS-SORT-POS)
               MOVE WS-SWAP-ENTRY TO WS-RULE-ENTRY(WS-SORT-POS-NEXT)
               MOVE "Y" TO WS-SORT-SWAPPED-SW
           END-IF.
       1550-SORT-COMPARE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1560-NOTE-RULE-EVENT                                      *
      * Test one active, non-zero-divisor rule against the window *
      * (see 1200-SET-WINDOW) and table it as STARTS or EXPIRES.  *
      *-----------------------------------------------------------*
       1560-NOTE-RULE-EVENT.
           IF RULE-INACTIVE OR RULE-DIVISOR = ZERO
               GO TO 1560-NOTE-RULE-EVENT-EXIT
           END-IF.

           IF RULE-EFF-DATE IS NUMERIC
               AND RULE-EFF-DATE > WS-LAST-LOAD-DATE
               AND RULE-EFF-DATE NOT > WS-RUN-DATE-YYYYMMDD
               MOVE "STARTS" TO WS-EVENT-TYPE-NEW
               PERFORM 1570-ADD-EVENT THRU 1570-ADD-EVENT-EXIT
           END-IF.

           IF RULE-EXP-DATE IS NUMERIC
               AND RULE-EXP-DATE NOT = ZERO
               AND RULE-EXP-DATE NOT < WS-LAST-LOAD-DATE
               AND RULE-EXP-DATE < WS-RUN-DATE-YYYYMMDD
               MOVE "EXPIRES" TO WS-EVENT-TYPE-NEW
               PERFORM 1570-ADD-EVENT THRU 1570-ADD-EVENT-EXIT
           END-IF.
       1560-NOTE-RULE-EVENT-EXIT.
           EXIT.

       1570-ADD-EVENT.
           IF WS-EVENT-COUNT = 40
               ADD 1 TO WS-CNT-EVENT-OVERFLOW
               GO TO 1570-ADD-EVENT-EXIT
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           SET WS-EVENT-IDX TO WS-EVENT-COUNT.
           MOVE RULE-DIVISOR TO WS-EVENT-DIVISOR(WS-EVENT-IDX).
           MOVE RULE-LABEL TO WS-EVENT-LABEL(WS-EVENT-IDX).
           MOVE RULE-EFF-DATE TO WS-EVENT-EFF-DATE(WS-EVENT-IDX).
           MOVE RULE-EXP-DATE TO WS-EVENT-EXP-DATE(WS-EVENT-IDX).
           MOVE WS-EVENT-TYPE-NEW TO WS-EVENT-TYPE(WS-EVENT-IDX).
       1570-ADD-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                 *
      * Print the title and run date/time lines at the top of a   *
      * new report page.                                          *
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
      * 2100-WRITE-EVENTS                                         *
      * Print the window and the rules that start or expire in    *
      * it - the reason tonight is, or is not, a sweep night.     *
      *-----------------------------------------------------------*
       2100-WRITE-EVENTS.
           MOVE WS-LAST-LOAD-DATE TO WL-LAST-LOAD-DATE.
           IF WS-WINDOW-FROM-LODSTAT
               MOVE "(FROM LODSTAT)" TO WL-SOURCE
           ELSE
               MOVE "(CYCLE DATE - 1)" TO WL-SOURCE
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-WINDOW-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-EVENT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 4 TO WS-LINE-COUNT.

           IF WS-EVENT-COUNT = ZERO
               WRITE RP-REPORT-LINE FROM WS-NO-EVENTS-LINE
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
               GO TO 2100-WRITE-EVENTS-EXIT
           END-IF.

           WRITE RP-REPORT-LINE FROM WS-EVENT-HDR-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 2110-WRITE-ONE-EVENT THRU 2110-WRITE-ONE-EVENT-EXIT
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2100-WRITE-EVENTS-EXIT.
           EXIT.

       2110-WRITE-ONE-EVENT.
           MOVE WS-EVENT-DIVISOR(WS-EVENT-IDX) TO EV-DIVISOR.
           MOVE WS-EVENT-LABEL(WS-EVENT-IDX) TO EV-LABEL.
           MOVE WS-EVENT-EFF-DATE(WS-EVENT-IDX) TO EV-EFF-DATE.
           MOVE WS-EVENT-EXP-DATE(WS-EVENT-IDX) TO EV-EXP-DATE.
           MOVE WS-EVENT-TYPE(WS-EVENT-IDX) TO EV-TYPE.
           WRITE RP-REPORT-LINE FROM WS-EVENT-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2110-WRITE-ONE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SWEEP-MASTER                                         *
      * Browse the whole master in key order and reclassify each  *
      * record.  The master opens INPUT - FIZZLOAD is the only    *
      * step that changes it, from SWEEPFL.                       *
      *-----------------------------------------------------------*
       3000-SWEEP-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               AND WS-MASTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZSWP - CLASMSTR OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LOW-VALUES TO CM-KEY.
           START MASTER-FILE KEY NOT < CM-KEY
               INVALID KEY
                   MOVE "Y" TO WS-MASTER-EOF-SW
           END-START.

           PERFORM 3100-SWEEP-ONE-RECORD THRU
               3100-SWEEP-ONE-RECORD-EXIT
               UNTIL WS-MASTER-EOF.

           CLOSE MASTER-FILE.
       3000-SWEEP-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-SWEEP-ONE-RECORD                                     *
      * Reclassify one master record.  A key whose label changes  *
      * is written to SWEEPFL - key and data as the master holds  *
      * them, the new label, and the rules version - and counted  *
      * in its old-label/new-label pair.  FIZ010 never loads a    *
      * non-numeric key, so one found here is counted and left.   *
      *-----------------------------------------------------------*
       3100-SWEEP-ONE-RECORD.
           READ MASTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-MASTER-EOF-SW
                   GO TO 3100-SWEEP-ONE-RECORD-EXIT
           END-READ.
           ADD 1 TO WS-CNT-MASTER-READ.

           IF CM-KEY IS NOT NUMERIC
               DISPLAY "FIZZSWP - CLASMSTR KEY " CM-KEY
                   " NOT NUMERIC - NOT SWEPT"
               ADD 1 TO WS-CNT-SKIPPED
               GO TO 3100-SWEEP-ONE-RECORD-EXIT
           END-IF.

           MOVE CM-KEY TO WS-COUNTER.
           PERFORM 4000-FIZZBUZZ THRU 4000-FIZZBUZZ-EXIT.

           IF WS-CLASSIFICATION-LABEL = CM-CLASSIFICATION
               ADD 1 TO WS-CNT-SAME
               GO TO 3100-SWEEP-ONE-RECORD-EXIT
           END-IF.

           MOVE SPACES TO OUTPUT-RECORD-LAYOUT.
           MOVE CM-KEY TO OR-KEY.
           MOVE CM-DATA TO OR-DATA.
           MOVE WS-CLASSIFICATION-LABEL TO OR-CLASSIFICATION.
           MOVE WS-RULES-VERSION-SEQ TO OR-RULES-VERSION.
           WRITE OUTPUT-RECORD-LAYOUT.
           ADD 1 TO WS-CNT-CHANGED.

           PERFORM 3200-POST-PAIR THRU 3200-POST-PAIR-EXIT.
       3100-SWEEP-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-POST-PAIR                                            *
      * Bump the key's old-label/new-label pair count, adding the *
      * pair on first sight.                                      *
      *-----------------------------------------------------------*
       3200-POST-PAIR.
           MOVE ZERO TO WS-PAIR-FOUND-POS.
           PERFORM 3210-MATCH-PAIR THRU 3210-MATCH-PAIR-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.

           IF WS-PAIR-FOUND-POS > ZERO
               SET WS-PAIR-IDX TO WS-PAIR-FOUND-POS
               ADD 1 TO WS-PAIR-KEYS(WS-PAIR-IDX)
               GO TO 3200-POST-PAIR-EXIT
           END-IF.

           IF WS-PAIR-COUNT = 200
               ADD 1 TO WS-CNT-PAIR-OVERFLOW
               DISPLAY "FIZZSWP - LABEL PAIR TABLE FULL - KEY "
                   CM-KEY " COUNTED IN OVERFLOW ONLY"
               GO TO 3200-POST-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           SET WS-PAIR-IDX TO WS-PAIR-COUNT.
           MOVE CM-CLASSIFICATION TO WS-PAIR-OLD-LABEL(WS-PAIR-IDX).
           MOVE WS-CLASSIFICATION-LABEL
               TO WS-PAIR-NEW-LABEL(WS-PAIR-IDX).
           MOVE 1 TO WS-PAIR-KEYS(WS-PAIR-IDX).
       3200-POST-PAIR-EXIT.
           EXIT.

       3210-MATCH-PAIR.
           IF WS-PAIR-OLD-LABEL(WS-PAIR-IDX) = CM-CLASSIFICATION
               AND WS-PAIR-NEW-LABEL(WS-PAIR-IDX)
               = WS-CLASSIFICATION-LABEL
               SET WS-PAIR-FOUND-POS TO WS-PAIR-IDX
           END-IF.
       3210-MATCH-PAIR-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-FIZZBUZZ                                             *
      * Classify WS-COUNTER with the same priority-order,         *
      * exclusive-match, and label-STRING logic as 4000-FIZZBUZZ/ *
      * 4100-APPLY-RULE in the FIZZBUZZ program - a key no rule   *
      * matches gets a blank label, as it does on OUTRECFL.       *
      *-----------------------------------------------------------*
       4000-FIZZBUZZ.
           MOVE SPACES TO WS-CLASSIFICATION-LABEL.
           MOVE ZERO TO WS-RULE-MATCH-COUNT.
           MOVE ZERO TO WS-MATCHED-RULE-IDX.
           MOVE "N" TO WS-EXCLUSIVE-DONE-SW.
           MOVE "N" TO WS-TRUNCATED-SW.

           PERFORM 4100-APPLY-RULE THRU 4100-APPLY-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.

           IF WS-LABEL-TRUNCATED
               ADD 1 TO WS-CNT-TRUNCATED
           END-IF.
       4000-FIZZBUZZ-EXIT.
           EXIT.

       4100-APPLY-RULE.
           DIVIDE WS-COUNTER BY WS-RULE-DIVISOR(WS-RULE-IDX)
               GIVING WS-CALC REMAINDER WS-RULE-REMAINDER.

           IF WS-RULE-REMAINDER = 0
               ADD 1 TO WS-RULE-MATCH-COUNT
               SET WS-MATCHED-RULE-IDX TO WS-RULE-IDX
               EVALUATE TRUE
                   WHEN WS-EXCLUSIVE-DONE
                       CONTINUE
                   WHEN WS-RULE-EXCLUSIVE(WS-RULE-IDX)
                       MOVE WS-RULE-LABEL(WS-RULE-IDX)
                           TO WS-CLASSIFICATION-LABEL
                       MOVE "Y" TO WS-EXCLUSIVE-DONE-SW
                   WHEN WS-CLASSIFICATION-LABEL = SPACES
                       MOVE WS-RULE-LABEL(WS-RULE-IDX)
                           TO WS-CLASSIFICATION-LABEL
                   WHEN OTHER
                       STRING
                           FUNCTION TRIM(WS-CLASSIFICATION-LABEL)
                               DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-RULE-LABEL(WS-RULE-IDX)
                               DELIMITED BY SIZE
                           INTO WS-CLASSIFICATION-LABEL
                           ON OVERFLOW
                               MOVE "Y" TO WS-TRUNCATED-SW
                       END-STRING
               END-EVALUATE
           END-IF.
       4100-APPLY-RULE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                             *
      * Print the label-pair counts, the control totals, and the  *
      * verdict, and close SWEEPFL and the report.                *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           IF WS-SWEEP-TONIGHT
               PERFORM 8200-WRITE-PAIRS THRU 8200-WRITE-PAIRS-EXIT
           END-IF.
           PERFORM 8100-WRITE-CONTROL-TOTALS THRU
               8100-WRITE-CONTROL-TOTALS-EXIT.
           CLOSE SWEEP-FILE.
           CLOSE REPORT-FILE.

           IF WS-SWEEP-TONIGHT
               DISPLAY "FIZZSWP - " WS-CNT-MASTER-READ " MASTER "
                   "RECORDS SWEPT - " WS-CNT-CHANGED
                   " CORRECTIONS WRITTEN TO SWEEPFL"
           ELSE
               DISPLAY "FIZZSWP - NO RE-SWEEP THIS CYCLE - SWEEPFL "
                   "IS EMPTY"
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8100-WRITE-CONTROL-TOTALS                                 *
      * Print the sweep counts - records read must equal labels   *
      * unchanged plus corrections plus keys skipped.             *
      *-----------------------------------------------------------*
       8100-WRITE-CONTROL-TOTALS.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "RULES IN EFFECT" TO TL-CAPTION.
           MOVE WS-RULE-COUNT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RULES STARTING OR EXPIRING" TO TL-CAPTION.
           MOVE WS-EVENT-COUNT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-EVENT-OVERFLOW > ZERO
               MOVE "EVENTS PAST TABLE LIMIT" TO TL-CAPTION
               MOVE WS-CNT-EVENT-OVERFLOW TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "RULES VERSION APPLIED" TO TL-CAPTION.
           MOVE WS-RULES-VERSION-SEQ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "MASTER RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-MASTER-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS UNCHANGED" TO TL-CAPTION.
           MOVE WS-CNT-SAME TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CORRECTIONS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-CHANGED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-SKIPPED > ZERO
               MOVE "NON-NUMERIC KEYS SKIPPED" TO TL-CAPTION
               MOVE WS-CNT-SKIPPED TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           MOVE "LABELS TRUNCATED" TO TL-CAPTION.
           MOVE WS-CNT-TRUNCATED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABEL PAIRS SEEN" TO TL-CAPTION.
           MOVE WS-PAIR-COUNT TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           IF WS-CNT-PAIR-OVERFLOW > ZERO
               MOVE "KEYS PAST PAIR TABLE LIMIT" TO TL-CAPTION
               MOVE WS-CNT-PAIR-OVERFLOW TO TL-COUNT
               WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE
           END-IF.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           EVALUATE TRUE
               WHEN NOT WS-SWEEP-TONIGHT AND WS-MODE-SKIP
                   MOVE "RE-SWEEP SKIPPED BY SWPCARD - SWEEPFL EMPTY"
                       TO VD-VERDICT
               WHEN NOT WS-SWEEP-TONIGHT
                   MOVE "NO RULE STARTS OR EXPIRES - NO RE-SWEEP"
                       TO VD-VERDICT
               WHEN WS-CNT-CHANGED = ZERO
                   MOVE "MASTER SWEPT - NO LABELS CHANGE"
                       TO VD-VERDICT
               WHEN OTHER
                   MOVE "MASTER SWEPT - CORRECTIONS PASSED TO FIZZLOAD"
                       TO VD-VERDICT
           END-EVALUATE.
           WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-WRITE-PAIRS                                          *
      * Print one line per old-label/new-label pair with the      *
      * number of keys moving between them.                       *
      *-----------------------------------------------------------*
       8200-WRITE-PAIRS.
           WRITE RP-REPORT-LINE FROM WS-PAIR-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 2 TO WS-LINE-COUNT.

           IF WS-PAIR-COUNT = ZERO
               WRITE RP-REPORT-LINE FROM WS-NO-CHANGES-LINE
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               ADD 2 TO WS-LINE-COUNT
               GO TO 8200-WRITE-PAIRS-EXIT
           END-IF.

           WRITE RP-REPORT-LINE FROM WS-PAIR-HDR-LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 8210-WRITE-ONE-PAIR THRU 8210-WRITE-ONE-PAIR-EXIT
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           ADD 1 TO WS-LINE-COUNT.
       8200-WRITE-PAIRS-EXIT.
           EXIT.

       8210-WRITE-ONE-PAIR.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
               WRITE RP-REPORT-LINE FROM WS-PAIR-HDR-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-PAIR-OLD-LABEL(WS-PAIR-IDX) TO PD-OLD-LABEL.
           MOVE WS-PAIR-NEW-LABEL(WS-PAIR-IDX) TO PD-NEW-LABEL.
           MOVE WS-PAIR-KEYS(WS-PAIR-IDX) TO PD-KEYS.
           WRITE RP-REPORT-LINE FROM WS-PAIR-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
       8210-WRITE-ONE-PAIR-EXIT.
           EXIT.
