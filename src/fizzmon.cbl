      *
      * FIZZMON - classification-mix anomaly monitor over the RUNSTAT
      *           history.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-12  AJW  Original version.  FIZZBAL proves the counts
      *                  balance and FIZZHIST trends run times and
      *                  volume, but nothing watched the shape of the
      *                  results - a night when the no-match count
      *                  doubled or the multi-match count collapsed
      *                  went through clean as long as it balanced.
      *                  This step, run between FIZZBAL and FIZZLOAD,
      *                  reads the RUNSTAT generations newest first:
      *                  tonight's record, then the trailing cycles,
      *                  which it pools into a baseline percentage of
      *                  RS-CNT-TOTAL for each bucket - rule-1-only,
      *                  rule-2-only, rule-N-only, multi-match,
      *                  no-match, and exceptions.  Tonight's
      *                  percentages are compared with the baseline
      *                  against the MONCARD tolerances (MONCARD.CPY);
      *                  every bucket outside tolerance is listed on
      *                  MONRPT with tonight's value, the baseline,
      *                  and the deviation, and ends the step RC=4 so
      *                  the scheduler holds FIZZLOAD for a look.  A
      *                  superseded run (a rerun of the same cycle)
      *                  and a cycle whose run ended RC=8 or worse
      *                  stay out of the baseline.  RC=8 when tonight's
      *                  RUNSTAT record is missing or empty - the mix
      *                  cannot be judged.  RC=16 on a CYCLDATE error.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzmon.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-12.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLE-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO MONCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO MONRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  CONTROL-FILE.
           COPY MONCARD.

       FD  RUN-STATUS-FILE.
           COPY RUNSTAT.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CYCLE-FILE-STATUS           PIC X(02).
       01 WS-CARD-FILE-STATUS            PIC X(02).
       01 WS-RUNSTAT-STATUS              PIC X(02).
       01 WS-RUNSTAT-EOF-SW              PIC X(01) VALUE "N".
           88 WS-RUNSTAT-EOF              VALUE "Y".
       01 WS-TONIGHT-FOUND-SW            PIC X(01) VALUE "N".
           88 WS-TONIGHT-FOUND            VALUE "Y".
       01 WS-JUDGED-SW                   PIC X(01) VALUE "N".
           88 WS-JUDGED                   VALUE "Y".

       01 WS-SYSTEM-DATE                 PIC 9(08).
       01 WS-CYCLE-DATE-DIFF             PIC S9(05).
       01 WS-CYCLE-DATE                  PIC 9(08).
       01 WS-LAST-CYCLE                  PIC 9(08).

       01 WS-CNT-READ                    PIC 9(05) VALUE ZERO.
       01 WS-CNT-BASELINE                PIC 9(02) VALUE ZERO.
       01 WS-CNT-SUPERSEDED              PIC 9(05) VALUE ZERO.
       01 WS-CNT-FAILED-RC               PIC 9(05) VALUE ZERO.
       01 WS-CNT-UNUSABLE                PIC 9(05) VALUE ZERO.
       01 WS-CNT-OUTSIDE                 PIC 9(01) VALUE ZERO.

      *****************************************************************
      * Baseline depth from MONCARD (see MONCARD.CPY) - the prior    *
      * cycles pooled, and the fewest the mix may be judged on.      *
      *****************************************************************
       01 WS-BASELINE-CYCLES             PIC 9(02) VALUE 10.
       01 WS-MIN-CYCLES                  PIC 9(02) VALUE 5.

      *****************************************************************
      * The six buckets, in RUNSTAT order.  For each - tonight's and *
      * the pooled baseline count, the two percentages of total, the *
      * deviation in points and as a percent of the baseline, and    *
      * the MONCARD tolerances.                                       *
      *****************************************************************
       01 WS-BUCKET-NAME-VALUES.
           05 FILLER                     PIC X(16) VALUE "RULE 1 ONLY".
           05 FILLER                     PIC X(16) VALUE "RULE 2 ONLY".
           05 FILLER                     PIC X(16)
               VALUE "OTHER RULE ONLY".
           05 FILLER                     PIC X(16) VALUE "MULTI-MATCH".
           05 FILLER                     PIC X(16) VALUE "NO MATCH".
           05 FILLER                     PIC X(16) VALUE "EXCEPTIONS".
       01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAME-VALUES.
           05 WS-BUCKET-NAME             PIC X(16) OCCURS 6 TIMES.

       01 WS-BUCKET-TABLE.
           05 WS-BUCKET OCCURS 6 TIMES.
               10 WS-BK-TONIGHT          PIC 9(07).
               10 WS-BK-BASE-SUM         PIC 9(09).
               10 WS-BK-TONIGHT-PCT      PIC 9(03)V9(04).
               10 WS-BK-BASE-PCT         PIC 9(03)V9(04).
               10 WS-BK-DEVIATION        PIC S9(03)V9(04).
               10 WS-BK-RELATIVE         PIC S9(05)V9(02).
               10 WS-BK-TOL-POINTS       PIC 9(02)V9(02).
               10 WS-BK-TOL-RELATIVE     PIC 9(03).
               10 WS-BK-OUTSIDE-SW       PIC X(01).
                   88 WS-BK-OUTSIDE       VALUE "Y".
       01 WS-BK-NO                       PIC 9(01).
       01 WS-TONIGHT-TOTAL               PIC 9(07) VALUE ZERO.
       01 WS-BASE-TOTAL                  PIC 9(09) VALUE ZERO.
       01 WS-ABS-DEVIATION               PIC 9(03)V9(04).
       01 WS-ABS-RELATIVE                PIC 9(05)V9(02).

      *****************************************************************
      * One run's counts, loaded from a RUNSTAT record (or from the  *
      * pooled baseline) for 2300-PRINT-MIX-LINE.                     *
      *****************************************************************
       01 WS-MIX-COUNTS.
           05 WS-MIX-COUNT               PIC 9(09) OCCURS 6 TIMES.
       01 WS-MIX-TOTAL                   PIC 9(09).
       01 WS-MIX-PCT                     PIC 9(03)V9(04).

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(45)
               VALUE "FIZZBUZZ CLASSIFICATION-MIX MONITOR".
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
           05 SL-TEXT                    PIC X(70).
           05 FILLER                     PIC X(52) VALUE SPACES.

       01 WS-FLAG-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "*** ".
           05 FL-TEXT                    PIC X(100).
           05 FILLER                     PIC X(18) VALUE SPACES.

       01 WS-MIX-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE "CYCLE".
           05 FILLER                     PIC X(05) VALUE "RC".
           05 FILLER                     PIC X(11) VALUE "      TOTAL".
           05 FILLER                     PIC X(10) VALUE "  RULE 1 %".
           05 FILLER                     PIC X(10) VALUE "  RULE 2 %".
           05 FILLER                     PIC X(10) VALUE "   OTHER %".
           05 FILLER                     PIC X(10) VALUE "   MULTI %".
           05 FILLER                     PIC X(10) VALUE "NO MATCH %".
           05 FILLER                     PIC X(10) VALUE "    EXCP %".
           05 FILLER                     PIC X(34) VALUE SPACES.

       01 WS-MIX-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 MX-CAPTION                 PIC X(12).
           05 MX-RC                      PIC X(02).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 MX-TOTAL                   PIC ZZZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 MX-BUCKET OCCURS 6 TIMES.
               10 FILLER                 PIC X(04).
               10 MX-PCT                 PIC ZZ9.99.
           05 FILLER                     PIC X(34) VALUE SPACES.
       01 WS-EDIT-DATE                   PIC 9999/99/99.

       01 WS-COMPARE-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(16) VALUE "BUCKET".
           05 FILLER                     PIC X(07) VALUE "  COUNT".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "  NOW%".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE " BASE%".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(07) VALUE "DEV PTS".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "DEV REL%".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "TOL PT".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "TOL%".
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 FILLER                     PIC X(22) VALUE "RESULT".
           05 FILLER                     PIC X(19) VALUE SPACES.

       01 WS-COMPARE-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 CL-NAME                    PIC X(16).
           05 CL-TONIGHT                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-TONIGHT-PCT             PIC ZZ9.99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-BASE-PCT                PIC ZZ9.99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-DEVIATION               PIC +ZZ9.99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-RELATIVE                PIC +ZZZZ9.9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-TOL-POINTS              PIC ZZ9.99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-TOL-RELATIVE            PIC ZZZ9.
           05 CL-TOL-RELATIVE-X REDEFINES CL-TOL-RELATIVE
                                         PIC X(04).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 CL-RESULT                  PIC X(22).
           05 FILLER                     PIC X(19) VALUE SPACES.

       01 WS-TRAILER-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(20)
               VALUE "CONTROL TOTALS".
           05 FILLER                     PIC X(102) VALUE SPACES.

       01 WS-TRAILER-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 TL-CAPTION                 PIC X(36).
           05 TL-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(79) VALUE SPACES.
      *
       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-READ-RUN-HISTORY THRU
               2000-READ-RUN-HISTORY-EXIT.

           IF WS-TONIGHT-FOUND
               PERFORM 3000-COMPARE-MIX THRU 3000-COMPARE-MIX-EXIT
           END-IF.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Get the cycle date, read the optional MONCARD, set the    *
      * bucket tolerances, and print the report heading.          *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           PERFORM 1100-GET-CYCLE-DATE THRU 1100-GET-CYCLE-DATE-EXIT.

           PERFORM 1150-SET-DEFAULT-TOLERANCE THRU
               1150-SET-DEFAULT-TOLERANCE-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
           PERFORM 1200-READ-CONTROL-CARD THRU
               1200-READ-CONTROL-CARD-EXIT.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS(1:2) TO RP-RUN-TIME-HH.
           MOVE WS-RUN-TIME-HHMMSS(3:2) TO RP-RUN-TIME-MM.
           MOVE WS-RUN-TIME-HHMMSS(5:2) TO RP-RUN-TIME-SS.
           MOVE WS-CYCLE-DATE TO RP-CYCLE-DATE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-SUBTITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-GET-CYCLE-DATE                                        *
      * Read the cycle date from the CYCLDATE control record      *
      * (maintained by FIZZCYC - see CYCDATE.CPY) - tonight's     *
      * RUNSTAT record must carry it.                              *
      *-----------------------------------------------------------*
       1100-GET-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE.
           IF WS-CYCLE-FILE-STATUS NOT = "00"
               DISPLAY "FIZZMON - CYCLDATE NOT AVAILABLE - STATUS "
                   WS-CYCLE-FILE-STATUS " - RUN FIZZCYC OPEN - "
                   "JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ CYCLE-DATE-FILE
               AT END
                   DISPLAY "FIZZMON - CYCLDATE IS EMPTY - RUN "
                       "FIZZCYC OPEN - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE CYCLE-DATE-FILE.

           IF NOT CY-OPEN
               DISPLAY "FIZZMON - CYCLE " CY-CYCLE-DATE
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
               DISPLAY "FIZZMON - CYCLE DATE " CY-CYCLE-DATE
                   " IS MORE THAN " CY-TOLERANCE-DAYS
                   " DAYS FROM SYSTEM DATE " WS-SYSTEM-DATE
                   " - STALE CYCLE RECORD - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CY-CYCLE-DATE TO WS-CYCLE-DATE.
       1100-GET-CYCLE-DATE-EXIT.
           EXIT.

       1150-SET-DEFAULT-TOLERANCE.
           MOVE 2 TO WS-BK-TOL-POINTS(WS-BK-NO).
           MOVE ZERO TO WS-BK-TOL-RELATIVE(WS-BK-NO).
       1150-SET-DEFAULT-TOLERANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-CONTROL-CARD                                    *
      * Read the optional MONCARD (MONCARD.CPY).  No card, or a   *
      * blank field, keeps the default.                            *
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

           IF MON-BASELINE-CYCLES IS NUMERIC
               AND MON-BASELINE-CYCLES > ZERO
               MOVE MON-BASELINE-CYCLES TO WS-BASELINE-CYCLES
           END-IF.
           IF WS-BASELINE-CYCLES > 60
               MOVE 60 TO WS-BASELINE-CYCLES
           END-IF.
           IF MON-MIN-CYCLES IS NUMERIC
               AND MON-MIN-CYCLES > ZERO
               MOVE MON-MIN-CYCLES TO WS-MIN-CYCLES
           END-IF.
           IF WS-MIN-CYCLES > WS-BASELINE-CYCLES
               MOVE WS-BASELINE-CYCLES TO WS-MIN-CYCLES
           END-IF.
           PERFORM 1250-TAKE-CARD-TOLERANCE THRU
               1250-TAKE-CARD-TOLERANCE-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
           CLOSE CONTROL-FILE.
       1200-READ-CONTROL-CARD-EXIT.
           EXIT.

       1250-TAKE-CARD-TOLERANCE.
           IF MON-TOL-POINTS(WS-BK-NO) IS NUMERIC
               MOVE MON-TOL-POINTS(WS-BK-NO)
                   TO WS-BK-TOL-POINTS(WS-BK-NO)
           END-IF.
           IF MON-TOL-RELATIVE(WS-BK-NO) IS NUMERIC
               MOVE MON-TOL-RELATIVE(WS-BK-NO)
                   TO WS-BK-TOL-RELATIVE(WS-BK-NO)
           END-IF.
       1250-TAKE-CARD-TOLERANCE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-RUN-HISTORY                                      *
      * RUNSTAT is the whole GDG, newest generation first.  The   *
      * first record must be tonight's - the cycle FIZZBAL just   *
      * balanced.  The records after it build the baseline, one   *
      * per prior cycle, until enough cycles are pooled.           *
      *-----------------------------------------------------------*
       2000-READ-RUN-HISTORY.
           MOVE "RUN MIX BY CYCLE - PERCENT OF TOTAL PROCESSED"
               TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-MIX-HEADING-LINE.

           OPEN INPUT RUN-STATUS-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               MOVE SPACES TO FL-TEXT
               STRING "RUNSTAT NOT AVAILABLE - STATUS "
                   DELIMITED BY SIZE
                   WS-RUNSTAT-STATUS DELIMITED BY SIZE
                   " - MIX NOT JUDGED" DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               GO TO 2000-READ-RUN-HISTORY-EXIT
           END-IF.

           PERFORM 2050-READ-RUNSTAT THRU 2050-READ-RUNSTAT-EXIT.
           PERFORM 2100-TAKE-TONIGHT THRU 2100-TAKE-TONIGHT-EXIT.
           IF NOT WS-TONIGHT-FOUND
               CLOSE RUN-STATUS-FILE
               GO TO 2000-READ-RUN-HISTORY-EXIT
           END-IF.

           MOVE WS-CYCLE-DATE TO WS-LAST-CYCLE.
           PERFORM 2050-READ-RUNSTAT THRU 2050-READ-RUNSTAT-EXIT.
           PERFORM 2200-TAKE-PRIOR-CYCLE THRU
               2200-TAKE-PRIOR-CYCLE-EXIT
               UNTIL WS-RUNSTAT-EOF
               OR WS-CNT-BASELINE NOT < WS-BASELINE-CYCLES.
           CLOSE RUN-STATUS-FILE.

           IF WS-CNT-BASELINE > ZERO
               PERFORM 2400-LOAD-BASELINE-COUNTS THRU
                   2400-LOAD-BASELINE-COUNTS-EXIT
                   VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6
               MOVE WS-BASE-TOTAL TO WS-MIX-TOTAL
               MOVE SPACES TO WS-MIX-DETAIL-LINE
               MOVE "BASELINE" TO MX-CAPTION
               PERFORM 2300-PRINT-MIX-LINE THRU
                   2300-PRINT-MIX-LINE-EXIT
           END-IF.

           IF WS-CNT-BASELINE < WS-MIN-CYCLES
               MOVE SPACES TO FL-TEXT
               STRING "BASELINE HOLDS " DELIMITED BY SIZE
                   WS-CNT-BASELINE DELIMITED BY SIZE
                   " PRIOR CYCLES - FEWER THAN " DELIMITED BY SIZE
                   WS-MIN-CYCLES DELIMITED BY SIZE
                   " - MIX REPORTED BUT NOT JUDGED" DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               MOVE "Y" TO WS-JUDGED-SW
           END-IF.
       2000-READ-RUN-HISTORY-EXIT.
           EXIT.

       2050-READ-RUNSTAT.
           READ RUN-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-RUNSTAT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-READ
           END-READ.
       2050-READ-RUNSTAT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-TAKE-TONIGHT                                          *
      * The newest RUNSTAT record must be tonight's cycle and     *
      * must have counted something, or there is nothing to       *
      * judge - FIZ010 (or FIZZMRG) did not finish the cycle.     *
      *-----------------------------------------------------------*
       2100-TAKE-TONIGHT.
           IF WS-RUNSTAT-EOF
               MOVE "RUNSTAT IS EMPTY - TONIGHT'S RUN STATUS MISSING"
                   TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               GO TO 2100-TAKE-TONIGHT-EXIT
           END-IF.
           IF RS-RUN-DATE IS NOT NUMERIC
               OR RS-RUN-DATE NOT = WS-CYCLE-DATE
               MOVE SPACES TO FL-TEXT
               STRING "NEWEST RUNSTAT RECORD IS FOR CYCLE "
                   DELIMITED BY SIZE
                   RS-RUN-DATE DELIMITED BY SIZE
                   ", NOT " DELIMITED BY SIZE
                   WS-CYCLE-DATE DELIMITED BY SIZE
                   " - TONIGHT'S RUN STATUS MISSING" DELIMITED BY SIZE
                   INTO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               GO TO 2100-TAKE-TONIGHT-EXIT
           END-IF.
           PERFORM 2150-LOAD-RUN-COUNTS THRU 2150-LOAD-RUN-COUNTS-EXIT.
           IF WS-MIX-TOTAL = ZERO
               MOVE "TONIGHT'S RUNSTAT RECORD COUNTED NOTHING"
                   TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               GO TO 2100-TAKE-TONIGHT-EXIT
           END-IF.

           MOVE "Y" TO WS-TONIGHT-FOUND-SW.
           MOVE WS-MIX-TOTAL TO WS-TONIGHT-TOTAL.
           PERFORM 2160-KEEP-TONIGHT THRU 2160-KEEP-TONIGHT-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
           MOVE SPACES TO WS-MIX-DETAIL-LINE.
           MOVE "TONIGHT" TO MX-CAPTION.
           MOVE RS-RETURN-CODE TO MX-RC.
           PERFORM 2300-PRINT-MIX-LINE THRU 2300-PRINT-MIX-LINE-EXIT.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
       2100-TAKE-TONIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-LOAD-RUN-COUNTS                                       *
      * Load the six bucket counts and the total from the RUNSTAT *
      * record just read.  A record with a non-numeric count      *
      * loads as an empty run.                                     *
      *-----------------------------------------------------------*
       2150-LOAD-RUN-COUNTS.
           MOVE ZERO TO WS-MIX-TOTAL.
           IF RS-CNT-TOTAL IS NOT NUMERIC
               OR RS-CNT-RULE1-ONLY IS NOT NUMERIC
               OR RS-CNT-RULE2-ONLY IS NOT NUMERIC
               OR RS-CNT-RULEN-ONLY IS NOT NUMERIC
               OR RS-CNT-MULTI-MATCH IS NOT NUMERIC
               OR RS-CNT-NO-MATCH IS NOT NUMERIC
               OR RS-CNT-EXCEPTIONS IS NOT NUMERIC
               GO TO 2150-LOAD-RUN-COUNTS-EXIT
           END-IF.
           MOVE RS-CNT-TOTAL TO WS-MIX-TOTAL.
           MOVE RS-CNT-RULE1-ONLY TO WS-MIX-COUNT(1).
           MOVE RS-CNT-RULE2-ONLY TO WS-MIX-COUNT(2).
           MOVE RS-CNT-RULEN-ONLY TO WS-MIX-COUNT(3).
           MOVE RS-CNT-MULTI-MATCH TO WS-MIX-COUNT(4).
           MOVE RS-CNT-NO-MATCH TO WS-MIX-COUNT(5).
           MOVE RS-CNT-EXCEPTIONS TO WS-MIX-COUNT(6).
       2150-LOAD-RUN-COUNTS-EXIT.
           EXIT.

       2160-KEEP-TONIGHT.
           MOVE WS-MIX-COUNT(WS-BK-NO) TO WS-BK-TONIGHT(WS-BK-NO).
       2160-KEEP-TONIGHT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-TAKE-PRIOR-CYCLE                                      *
      * Pool one prior cycle into the baseline.  Generations come *
      * newest first, so a record no older than the last cycle    *
      * taken is a superseded run of that cycle (the rerun that   *
      * replaced it was read first) and is skipped.  A cycle      *
      * whose latest run ended RC=8 or worse is left out - it is  *
      * the kind of night this monitor exists to flag, not a      *
      * norm to measure against.                                   *
      *-----------------------------------------------------------*
       2200-TAKE-PRIOR-CYCLE.
           IF RS-RUN-DATE IS NOT NUMERIC
               ADD 1 TO WS-CNT-UNUSABLE
               GO TO 2200-TAKE-PRIOR-CYCLE-NEXT
           END-IF.
           IF RS-RUN-DATE NOT < WS-LAST-CYCLE
               ADD 1 TO WS-CNT-SUPERSEDED
               GO TO 2200-TAKE-PRIOR-CYCLE-NEXT
           END-IF.
           MOVE RS-RUN-DATE TO WS-LAST-CYCLE.
           IF RS-RETURN-CODE IS NOT NUMERIC
               OR RS-RETURN-CODE NOT < 8
               ADD 1 TO WS-CNT-FAILED-RC
               GO TO 2200-TAKE-PRIOR-CYCLE-NEXT
           END-IF.
           PERFORM 2150-LOAD-RUN-COUNTS THRU 2150-LOAD-RUN-COUNTS-EXIT.
           IF WS-MIX-TOTAL = ZERO
               ADD 1 TO WS-CNT-UNUSABLE
               GO TO 2200-TAKE-PRIOR-CYCLE-NEXT
           END-IF.

           ADD 1 TO WS-CNT-BASELINE.
           ADD WS-MIX-TOTAL TO WS-BASE-TOTAL.
           PERFORM 2250-POOL-ONE-BUCKET THRU 2250-POOL-ONE-BUCKET-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
           MOVE SPACES TO WS-MIX-DETAIL-LINE.
           MOVE RS-RUN-DATE TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE TO MX-CAPTION.
           MOVE RS-RETURN-CODE TO MX-RC.
           PERFORM 2300-PRINT-MIX-LINE THRU 2300-PRINT-MIX-LINE-EXIT.
       2200-TAKE-PRIOR-CYCLE-NEXT.
           PERFORM 2050-READ-RUNSTAT THRU 2050-READ-RUNSTAT-EXIT.
       2200-TAKE-PRIOR-CYCLE-EXIT.
           EXIT.

       2250-POOL-ONE-BUCKET.
           ADD WS-MIX-COUNT(WS-BK-NO) TO WS-BK-BASE-SUM(WS-BK-NO).
       2250-POOL-ONE-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-PRINT-MIX-LINE                                        *
      * Print one run's (or the pooled baseline's) bucket counts  *
      * as percentages of its total.  The caller has cleared the  *
      * line and set the caption and return code.                  *
      *-----------------------------------------------------------*
       2300-PRINT-MIX-LINE.
           MOVE WS-MIX-TOTAL TO MX-TOTAL.
           PERFORM 2350-FORMAT-ONE-PCT THRU 2350-FORMAT-ONE-PCT-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
           WRITE RP-REPORT-LINE FROM WS-MIX-DETAIL-LINE.
       2300-PRINT-MIX-LINE-EXIT.
           EXIT.

       2350-FORMAT-ONE-PCT.
           COMPUTE WS-MIX-PCT ROUNDED =
               WS-MIX-COUNT(WS-BK-NO) * 100 / WS-MIX-TOTAL.
           MOVE WS-MIX-PCT TO MX-PCT(WS-BK-NO).
       2350-FORMAT-ONE-PCT-EXIT.
           EXIT.

       2400-LOAD-BASELINE-COUNTS.
           MOVE WS-BK-BASE-SUM(WS-BK-NO) TO WS-MIX-COUNT(WS-BK-NO).
       2400-LOAD-BASELINE-COUNTS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COMPARE-MIX                                           *
      * Compare tonight's percentage for each bucket with the     *
      * pooled baseline's and list every bucket - the ones        *
      * outside tolerance flagged.  Without enough baseline       *
      * cycles the comparison prints but nothing is flagged.      *
      *-----------------------------------------------------------*
       3000-COMPARE-MIX.
           IF WS-CNT-BASELINE = ZERO
               GO TO 3000-COMPARE-MIX-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "TONIGHT AGAINST THE BASELINE, BUCKET BY BUCKET"
               TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-COMPARE-HEADING-LINE.
           PERFORM 3100-COMPARE-ONE-BUCKET THRU
               3100-COMPARE-ONE-BUCKET-EXIT
               VARYING WS-BK-NO FROM 1 BY 1 UNTIL WS-BK-NO > 6.
       3000-COMPARE-MIX-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-COMPARE-ONE-BUCKET                                    *
      * A bucket is outside tolerance when its percentage moved   *
      * more points than MON-TOL-POINTS allows, or - where a      *
      * relative tolerance is set - moved by more than that       *
      * percent of its baseline.  A bucket empty in the baseline  *
      * that appears tonight has moved by an unbounded percent.   *
      *-----------------------------------------------------------*
       3100-COMPARE-ONE-BUCKET.
           MOVE "N" TO WS-BK-OUTSIDE-SW(WS-BK-NO).
           COMPUTE WS-BK-TONIGHT-PCT(WS-BK-NO) ROUNDED =
               WS-BK-TONIGHT(WS-BK-NO) * 100 / WS-TONIGHT-TOTAL.
           COMPUTE WS-BK-BASE-PCT(WS-BK-NO) ROUNDED =
               WS-BK-BASE-SUM(WS-BK-NO) * 100 / WS-BASE-TOTAL.
           COMPUTE WS-BK-DEVIATION(WS-BK-NO) =
               WS-BK-TONIGHT-PCT(WS-BK-NO) - WS-BK-BASE-PCT(WS-BK-NO).
           MOVE WS-BK-DEVIATION(WS-BK-NO) TO WS-ABS-DEVIATION.

           EVALUATE TRUE
               WHEN WS-BK-BASE-PCT(WS-BK-NO) > ZERO
                   COMPUTE WS-BK-RELATIVE(WS-BK-NO) ROUNDED =
                       WS-BK-DEVIATION(WS-BK-NO) * 100
                       / WS-BK-BASE-PCT(WS-BK-NO)
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-BK-RELATIVE(WS-BK-NO)
                   END-COMPUTE
               WHEN WS-BK-TONIGHT-PCT(WS-BK-NO) > ZERO
                   MOVE 99999.99 TO WS-BK-RELATIVE(WS-BK-NO)
               WHEN OTHER
                   MOVE ZERO TO WS-BK-RELATIVE(WS-BK-NO)
           END-EVALUATE.
           MOVE WS-BK-RELATIVE(WS-BK-NO) TO WS-ABS-RELATIVE.

           IF WS-ABS-DEVIATION > WS-BK-TOL-POINTS(WS-BK-NO)
               MOVE "Y" TO WS-BK-OUTSIDE-SW(WS-BK-NO)
           END-IF.
           IF WS-BK-TOL-RELATIVE(WS-BK-NO) > ZERO
               AND WS-ABS-RELATIVE > WS-BK-TOL-RELATIVE(WS-BK-NO)
               MOVE "Y" TO WS-BK-OUTSIDE-SW(WS-BK-NO)
           END-IF.

           MOVE WS-BUCKET-NAME(WS-BK-NO) TO CL-NAME.
           MOVE WS-BK-TONIGHT(WS-BK-NO) TO CL-TONIGHT.
           MOVE WS-BK-TONIGHT-PCT(WS-BK-NO) TO CL-TONIGHT-PCT.
           MOVE WS-BK-BASE-PCT(WS-BK-NO) TO CL-BASE-PCT.
           MOVE WS-BK-DEVIATION(WS-BK-NO) TO CL-DEVIATION.
           MOVE WS-BK-RELATIVE(WS-BK-NO) TO CL-RELATIVE.
           MOVE WS-BK-TOL-POINTS(WS-BK-NO) TO CL-TOL-POINTS.
           IF WS-BK-TOL-RELATIVE(WS-BK-NO) > ZERO
               MOVE WS-BK-TOL-RELATIVE(WS-BK-NO) TO CL-TOL-RELATIVE
           ELSE
               MOVE "NONE" TO CL-TOL-RELATIVE-X
           END-IF.
           EVALUATE TRUE
               WHEN NOT WS-BK-OUTSIDE(WS-BK-NO)
                   MOVE "WITHIN TOLERANCE" TO CL-RESULT
               WHEN WS-JUDGED
                   MOVE "*** OUTSIDE TOLERANCE" TO CL-RESULT
                   ADD 1 TO WS-CNT-OUTSIDE
               WHEN OTHER
                   MOVE "OUTSIDE - NOT JUDGED" TO CL-RESULT
           END-EVALUATE.
           WRITE RP-REPORT-LINE FROM WS-COMPARE-DETAIL-LINE.
       3100-COMPARE-ONE-BUCKET-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals, close the report, and set the   *
      * return code - 4 holds FIZZLOAD for a look at the mix, 8   *
      * means tonight's mix could not be checked at all.          *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "RUNSTAT RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "PRIOR CYCLES IN THE BASELINE" TO TL-CAPTION.
           MOVE WS-CNT-BASELINE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "SUPERSEDED RUNS SKIPPED" TO TL-CAPTION.
           MOVE WS-CNT-SUPERSEDED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CYCLES SKIPPED - RC 8 OR WORSE" TO TL-CAPTION.
           MOVE WS-CNT-FAILED-RC TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RECORDS SKIPPED - EMPTY OR UNREADABLE" TO TL-CAPTION.
           MOVE WS-CNT-UNUSABLE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "BUCKETS OUTSIDE TOLERANCE" TO TL-CAPTION.
           MOVE WS-CNT-OUTSIDE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           CLOSE REPORT-FILE.

           EVALUATE TRUE
               WHEN NOT WS-TONIGHT-FOUND
                   DISPLAY "FIZZMON - TONIGHT'S RUNSTAT RECORD FOR "
                       "CYCLE " WS-CYCLE-DATE " NOT FOUND - MIX NOT "
                       "CHECKED - SEE MONRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CNT-OUTSIDE > ZERO
                   DISPLAY "FIZZMON - " WS-CNT-OUTSIDE " BUCKET(S) "
                       "OUTSIDE TOLERANCE - HOLD FIZZLOAD AND REVIEW "
                       "MONRPT"
                   MOVE 4 TO RETURN-CODE
               WHEN NOT WS-JUDGED
                   DISPLAY "FIZZMON - ONLY " WS-CNT-BASELINE
                       " PRIOR CYCLE(S) IN THE BASELINE - MIX NOT "
                       "JUDGED"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       8000-FINALIZE-EXIT.
           EXIT.
