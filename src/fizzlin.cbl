      *
      * FIZZLIN - classification lineage report for one or more
      *           keys.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-08  AJW  Original version.  When an auditor or a
      *                  customer challenges a label we have had to
      *                  reconstruct by hand which rules produced it.
      *                  FIZZRULE now stamps every RULESFL generation
      *                  with a rules version id and logs the cards
      *                  behind it to RULELOG (RULELOG.CPY); FIZ010
      *                  carries the version onto the classified
      *                  records and the AUDITFL record, and FIZZLOAD
      *                  keeps it on the master and the history.  For
      *                  each LINCARD key this report lists every
      *                  label the key has held - CLASHIST images in
      *                  superseded order, then the master's current
      *                  label or the label it was retired with from
      *                  CLASRETR - and under each label the rules
      *                  version, its effective date/time, the
      *                  FIZZRULE cards and user ids behind it, and
      *                  the AUDITFL run(s) that applied it (same
      *                  version, started on the label's load date).
      *                  Labels loaded before versioning are listed
      *                  as version zero, not traceable.  RC=4 when
      *                  a key is not found, a card is invalid, or a
      *                  versioned label has no RULELOG entry or no
      *                  matching run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzlin.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-08.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINEAGE-CARD-FILE ASSIGN TO LINCARD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-FILE ASSIGN TO CLASMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO CLASHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT RETIRED-FILE ASSIGN TO CLASRETR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RETIRED-FILE-STATUS.
           SELECT RULES-LOG-FILE ASSIGN TO RULELOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULELOG-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDITFL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO LINRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LINEAGE-CARD-FILE.
           COPY LINCARD.

       FD  MASTER-FILE.
           COPY CLASMSTR.

       FD  HISTORY-FILE.
           COPY CLASHIST.

       FD  RETIRED-FILE.
           COPY CLASRETR.

       FD  RULES-LOG-FILE.
           COPY RULELOG.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-CARD-EOF                 VALUE "Y".
       01 WS-MASTER-FILE-STATUS          PIC X(02).
       01 WS-HIST-FILE-STATUS            PIC X(02).
       01 WS-HIST-AVAIL-SW               PIC X(01) VALUE "N".
           88 WS-HIST-AVAIL               VALUE "Y".
       01 WS-HIST-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-HIST-EOF                 VALUE "Y".
       01 WS-RETIRED-FILE-STATUS         PIC X(02).
       01 WS-RETIRED-AVAIL-SW            PIC X(01) VALUE "N".
           88 WS-RETIRED-AVAIL            VALUE "Y".
       01 WS-RULELOG-FILE-STATUS         PIC X(02).
       01 WS-RULELOG-EOF-SW              PIC X(01) VALUE "N".
           88 WS-RULELOG-EOF              VALUE "Y".
       01 WS-AUDIT-FILE-STATUS           PIC X(02).
       01 WS-AUDIT-EOF-SW                PIC X(01) VALUE "N".
           88 WS-AUDIT-EOF                VALUE "Y".

       01 WS-TRACE-KEY                   PIC X(06).
       01 WS-ON-MASTER-SW                PIC X(01) VALUE "N".
           88 WS-ON-MASTER                VALUE "Y".
       01 WS-ON-ARCHIVE-SW               PIC X(01) VALUE "N".
           88 WS-ON-ARCHIVE               VALUE "Y".
       01 WS-RETIRE-REASON-TEXT          PIC X(06).
       01 WS-KEY-LABELS                  PIC 9(05) VALUE ZERO.

      *****************************************************************
      * The label being traced (see 4000-TRACE-LABEL) - staged from   *
      * a CLASHIST image, the master, or the retired archive, so one  *
      * paragraph traces all three.  The version is zero for a label  *
      * loaded before versioning or carrying spaces there.            *
      *****************************************************************
       01 WS-LBL-CLASSIFICATION          PIC X(40).
       01 WS-LBL-FROM-DATE               PIC 9(08).
       01 WS-LBL-FROM-TIME               PIC 9(06).
       01 WS-LBL-TO-TEXT                 PIC X(16).
       01 WS-LBL-SOURCE                  PIC X(08).
       01 WS-LBL-VERSION                 PIC 9(06).
       01 WS-LBL-LOG-FOUND               PIC 9(05) VALUE ZERO.
       01 WS-LBL-RUNS-FOUND              PIC 9(05) VALUE ZERO.

       01 WS-STAMP-DATE                  PIC 9(08).
       01 WS-STAMP-TIME                  PIC 9(06).
       01 WS-EDIT-STAMP.
           05 ES-DATE                    PIC 9999/99/99.
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 ES-TIME-HH                 PIC 99.
           05 FILLER                     PIC X(01) VALUE ":".
           05 ES-TIME-MM                 PIC 99.
           05 FILLER                     PIC X(01) VALUE ":".
           05 ES-TIME-SS                 PIC 99.

       01 WS-CNT-CARDS                   PIC 9(05) VALUE ZERO.
       01 WS-CNT-INVALID-CARDS           PIC 9(05) VALUE ZERO.
       01 WS-CNT-KEYS-TRACED             PIC 9(05) VALUE ZERO.
       01 WS-CNT-NOT-FOUND               PIC 9(05) VALUE ZERO.
       01 WS-CNT-LABELS                  PIC 9(07) VALUE ZERO.
       01 WS-CNT-PRE-VERSION             PIC 9(07) VALUE ZERO.
       01 WS-CNT-CHANGES                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-RUNS                    PIC 9(07) VALUE ZERO.
       01 WS-CNT-NO-LOG                  PIC 9(07) VALUE ZERO.
       01 WS-CNT-NO-RUN                  PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *
      *****************************************************************
       01 WS-LINE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-LINES-PER-PAGE              PIC 9(04) VALUE 60.
       01 WS-PAGE-COUNT                  PIC 9(04) VALUE ZERO.
       01 WS-PRINT-LINE                  PIC X(132).

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(34)
               VALUE "FIZZBUZZ CLASSIFICATION LINEAGE".
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

       01 WS-REPORT-COLUMN-HDR-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(40)
               VALUE "LABEL HELD".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(16) VALUE "FROM".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(16) VALUE "TO".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "SOURCE".
           05 FILLER                     PIC X(42) VALUE SPACES.

       01 WS-REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       01 WS-REQUEST-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "KEY : ".
           05 LQ-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 LQ-STATUS                  PIC X(40).
           05 FILLER                     PIC X(74) VALUE SPACES.

       01 WS-LABEL-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 LB-LABEL                   PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 LB-FROM                    PIC X(16).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 LB-TO                      PIC X(16).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 LB-SOURCE                  PIC X(08).
           05 FILLER                     PIC X(42) VALUE SPACES.

       01 WS-VERSION-LINE.
           05 FILLER                     PIC X(08) VALUE SPACES.
           05 FILLER                     PIC X(14)
               VALUE "RULES VERSION ".
           05 LV-SEQ                     PIC 9(06).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 LV-DETAIL                  PIC X(60).
           05 FILLER                     PIC X(42) VALUE SPACES.

       01 WS-CHANGE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE "CARD ".
           05 CG-TRAN-SEQ                PIC ZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CG-ACTION                  PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "DIVISOR ".
           05 CG-DIVISOR                 PIC ZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(05) VALUE "USER ".
           05 CG-USER-ID                 PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 CG-BEFORE-LABEL            PIC X(10).
           05 FILLER                     PIC X(04) VALUE " -> ".
           05 CG-AFTER-LABEL             PIC X(10).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "EFF ".
           05 CG-AFTER-EFF-DATE          PIC X(08).
           05 FILLER                     PIC X(05) VALUE " EXP ".
           05 CG-AFTER-EXP-DATE          PIC X(08).
           05 FILLER                     PIC X(20) VALUE SPACES.

       01 WS-RUN-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(15)
               VALUE "APPLIED BY RUN ".
           05 AR-JOB-NAME                PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "STARTED ".
           05 AR-START                   PIC X(16).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(06) VALUE "ENDED ".
           05 AR-END                     PIC X(16).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(08) VALUE "RECORDS ".
           05 AR-TOTAL                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(32) VALUE SPACES.

       01 WS-REMARK-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 RM-TEXT                    PIC X(70).
           05 FILLER                     PIC X(52) VALUE SPACES.

       01 WS-NOT-FOUND-LINE.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 FILLER                     PIC X(50)
               VALUE "*** NO LABEL ON MASTER, ARCHIVE, OR HISTORY ***".
           05 FILLER                     PIC X(78) VALUE SPACES.

       01 WS-INVALID-CARD-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(42)
               VALUE "*** KEY NOT NUMERIC - CARD SKIPPED".
           05 FILLER                     PIC X(04) VALUE " ***".
           05 FILLER                     PIC X(84) VALUE SPACES.

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

           PERFORM 3000-PROCESS-CARDS THRU 3000-PROCESS-CARDS-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time, open the files, and print the    *
      * report heading.  RULELOG and AUDITFL are opened per label *
      * traced (see 4100 and 4200).  A history or archive cluster *
      * that cannot be opened holds nothing yet - not an error.    *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           OPEN INPUT LINEAGE-CARD-FILE.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS = "35"
               DISPLAY "FIZZLIN - CLASMSTR IS EMPTY - NOT YET "
                   "LOADED BY FIZZLOAD - NO LINEAGE POSSIBLE"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "FIZZLIN - CLASMSTR OPEN FAILED - STATUS "
                   WS-MASTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RETIRED-FILE.
           IF WS-RETIRED-FILE-STATUS = "00"
               OR WS-RETIRED-FILE-STATUS = "97"
               MOVE "Y" TO WS-RETIRED-AVAIL-SW
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-FILE-STATUS = "00"
               OR WS-HIST-FILE-STATUS = "97"
               MOVE "Y" TO WS-HIST-AVAIL-SW
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.
       1000-INITIALIZE-EXIT.
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
           WRITE RP-REPORT-LINE FROM WS-REPORT-COLUMN-HDR-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       2000-WRITE-REPORT-HEADING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROCESS-CARDS                                         *
      * Trace each LINCARD key in turn, each in its own block.     *
      *-----------------------------------------------------------*
       3000-PROCESS-CARDS.
           PERFORM 3100-READ-LINEAGE-CARD THRU
               3100-READ-LINEAGE-CARD-EXIT.
           PERFORM 3200-TRACE-ONE-KEY THRU 3200-TRACE-ONE-KEY-EXIT
               UNTIL WS-CARD-EOF.
       3000-PROCESS-CARDS-EXIT.
           EXIT.

       3100-READ-LINEAGE-CARD.
           READ LINEAGE-CARD-FILE
               AT END
                   MOVE "Y" TO WS-CARD-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-CARDS
           END-READ.
       3100-READ-LINEAGE-CARD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-TRACE-ONE-KEY                                         *
      * Print the card's request line - on the master, retired,   *
      * or neither - then trace every label the key has held:     *
      * the CLASHIST images oldest first, then the master's       *
      * current label or the label it was retired with.            *
      *-----------------------------------------------------------*
       3200-TRACE-ONE-KEY.
           IF LIN-KEY IS NOT NUMERIC
               ADD 1 TO WS-CNT-INVALID-CARDS
               MOVE WS-INVALID-CARD-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
               GO TO 3200-TRACE-NEXT-CARD
           END-IF.

           MOVE LIN-KEY TO WS-TRACE-KEY.
           MOVE ZERO TO WS-KEY-LABELS.
           MOVE "N" TO WS-ON-MASTER-SW.
           MOVE "N" TO WS-ON-ARCHIVE-SW.

           MOVE WS-TRACE-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-ON-MASTER-SW
           END-READ.
           IF NOT WS-ON-MASTER AND WS-RETIRED-AVAIL
               MOVE WS-TRACE-KEY TO RA-KEY
               READ RETIRED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ON-ARCHIVE-SW
               END-READ
           END-IF.

           MOVE WS-TRACE-KEY TO LQ-KEY.
           MOVE SPACES TO LQ-STATUS.
           EVALUATE TRUE
               WHEN WS-ON-MASTER
                   MOVE "ON MASTER" TO LQ-STATUS
               WHEN WS-ON-ARCHIVE
                   IF RA-RETIRED-VOID
                       MOVE "VOID" TO WS-RETIRE-REASON-TEXT
                   ELSE
                       MOVE "CLOSED" TO WS-RETIRE-REASON-TEXT
                   END-IF
                   STRING "RETIRED " DELIMITED BY SIZE
                       RA-RETIRED-DATE DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WS-RETIRE-REASON-TEXT DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO LQ-STATUS
               WHEN OTHER
                   MOVE "NOT ON MASTER" TO LQ-STATUS
           END-EVALUATE.
           MOVE WS-REPORT-BLANK-LINE TO WS-PRINT-LINE.
           PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT.
           MOVE WS-REQUEST-LINE TO WS-PRINT-LINE.
           PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT.

           PERFORM 3300-TRACE-HISTORY THRU 3300-TRACE-HISTORY-EXIT.

           EVALUATE TRUE
               WHEN WS-ON-MASTER
                   MOVE CM-CLASSIFICATION TO WS-LBL-CLASSIFICATION
                   MOVE CM-LOAD-DATE TO WS-LBL-FROM-DATE
                   MOVE CM-LOAD-TIME TO WS-LBL-FROM-TIME
                   MOVE "CURRENT" TO WS-LBL-TO-TEXT
                   MOVE "MASTER" TO WS-LBL-SOURCE
                   MOVE ZERO TO WS-LBL-VERSION
                   IF CM-RULES-VERSION IS NUMERIC
                       MOVE CM-RULES-VERSION TO WS-LBL-VERSION
                   END-IF
                   PERFORM 4000-TRACE-LABEL THRU 4000-TRACE-LABEL-EXIT
               WHEN WS-ON-ARCHIVE
                   MOVE RA-CLASSIFICATION TO WS-LBL-CLASSIFICATION
                   MOVE RA-LOAD-DATE TO WS-LBL-FROM-DATE
                   MOVE RA-LOAD-TIME TO WS-LBL-FROM-TIME
                   MOVE RA-RETIRED-DATE TO WS-STAMP-DATE
                   MOVE RA-RETIRED-TIME TO WS-STAMP-TIME
                   PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT
                   MOVE WS-EDIT-STAMP(1:16) TO WS-LBL-TO-TEXT
                   MOVE "RETIRED" TO WS-LBL-SOURCE
                   MOVE ZERO TO WS-LBL-VERSION
                   IF RA-RULES-VERSION IS NUMERIC
                       MOVE RA-RULES-VERSION TO WS-LBL-VERSION
                   END-IF
                   PERFORM 4000-TRACE-LABEL THRU 4000-TRACE-LABEL-EXIT
           END-EVALUATE.

           IF WS-KEY-LABELS = ZERO
               ADD 1 TO WS-CNT-NOT-FOUND
               MOVE WS-NOT-FOUND-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
           ELSE
               ADD 1 TO WS-CNT-KEYS-TRACED
           END-IF.

       3200-TRACE-NEXT-CARD.
           PERFORM 3100-READ-LINEAGE-CARD THRU
               3100-READ-LINEAGE-CARD-EXIT.
       3200-TRACE-ONE-KEY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-TRACE-HISTORY                                         *
      * Browse the key's CLASHIST images - keyed on the key and   *
      * the superseded date/time, so they come back oldest first  *
      * - and trace each superseded label, held from its load     *
      * date/time to the date/time it was superseded.              *
      *-----------------------------------------------------------*
       3300-TRACE-HISTORY.
           MOVE "N" TO WS-HIST-EOF-SW.
           IF NOT WS-HIST-AVAIL
               GO TO 3300-TRACE-HISTORY-EXIT
           END-IF.
           MOVE WS-TRACE-KEY TO CH-KEY.
           MOVE ZERO TO CH-SUPERSEDED-DATE.
           MOVE ZERO TO CH-SUPERSEDED-TIME.
           START HISTORY-FILE KEY IS NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   GO TO 3300-TRACE-HISTORY-EXIT
           END-START.
           PERFORM 3360-READ-HISTORY THRU 3360-READ-HISTORY-EXIT.
           PERFORM 3370-TRACE-ONE-HISTORY THRU
               3370-TRACE-ONE-HISTORY-EXIT
               UNTIL WS-HIST-EOF.
       3300-TRACE-HISTORY-EXIT.
           EXIT.

       3360-READ-HISTORY.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
                   GO TO 3360-READ-HISTORY-EXIT
           END-READ.
           IF CH-KEY NOT = WS-TRACE-KEY
               MOVE "Y" TO WS-HIST-EOF-SW
           END-IF.
       3360-READ-HISTORY-EXIT.
           EXIT.

       3370-TRACE-ONE-HISTORY.
           MOVE CH-CLASSIFICATION TO WS-LBL-CLASSIFICATION.
           MOVE CH-LOAD-DATE TO WS-LBL-FROM-DATE.
           MOVE CH-LOAD-TIME TO WS-LBL-FROM-TIME.
           MOVE CH-SUPERSEDED-DATE TO WS-STAMP-DATE.
           MOVE CH-SUPERSEDED-TIME TO WS-STAMP-TIME.
           PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT.
           MOVE WS-EDIT-STAMP(1:16) TO WS-LBL-TO-TEXT.
           MOVE "HISTORY" TO WS-LBL-SOURCE.
           MOVE ZERO TO WS-LBL-VERSION.
           IF CH-RULES-VERSION IS NUMERIC
               MOVE CH-RULES-VERSION TO WS-LBL-VERSION
           END-IF.
           PERFORM 4000-TRACE-LABEL THRU 4000-TRACE-LABEL-EXIT.

           PERFORM 3360-READ-HISTORY THRU 3360-READ-HISTORY-EXIT.
       3370-TRACE-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-TRACE-LABEL                                           *
      * Print the staged label with the period it was held, then  *
      * its rules version: the FIZZRULE cards behind the version  *
      * (RULELOG) and the FIZ010 runs that applied it (AUDITFL).  *
      * A version-zero label predates versioning - listed, but    *
      * there is nothing to trace it to.                           *
      *-----------------------------------------------------------*
       4000-TRACE-LABEL.
           ADD 1 TO WS-KEY-LABELS.
           ADD 1 TO WS-CNT-LABELS.

           MOVE WS-LBL-CLASSIFICATION TO LB-LABEL.
           MOVE WS-LBL-FROM-DATE TO WS-STAMP-DATE.
           MOVE WS-LBL-FROM-TIME TO WS-STAMP-TIME.
           PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT.
           MOVE WS-EDIT-STAMP(1:16) TO LB-FROM.
           MOVE WS-LBL-TO-TEXT TO LB-TO.
           MOVE WS-LBL-SOURCE TO LB-SOURCE.
           MOVE WS-LABEL-LINE TO WS-PRINT-LINE.
           PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT.

           IF WS-LBL-VERSION = ZERO
               ADD 1 TO WS-CNT-PRE-VERSION
               MOVE WS-LBL-VERSION TO LV-SEQ
               MOVE "LOADED BEFORE RULES VERSIONING - NOT TRACEABLE"
                   TO LV-DETAIL
               MOVE WS-VERSION-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
               GO TO 4000-TRACE-LABEL-EXIT
           END-IF.

           PERFORM 4100-SCAN-RULES-LOG THRU 4100-SCAN-RULES-LOG-EXIT.
           PERFORM 4200-SCAN-AUDIT-TRAIL THRU
               4200-SCAN-AUDIT-TRAIL-EXIT.
       4000-TRACE-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-SCAN-RULES-LOG                                        *
      * Pass RULELOG for the label's version.  The first record   *
      * found prints the version with its effective date/time;    *
      * every record prints the card behind it.  A missing or     *
      * empty log, or no record for the version, is flagged.       *
      *-----------------------------------------------------------*
       4100-SCAN-RULES-LOG.
           MOVE ZERO TO WS-LBL-LOG-FOUND.
           MOVE "N" TO WS-RULELOG-EOF-SW.
           OPEN INPUT RULES-LOG-FILE.
           IF WS-RULELOG-FILE-STATUS = "00"
               PERFORM 4110-READ-RULES-LOG THRU
                   4110-READ-RULES-LOG-EXIT
               PERFORM 4120-MATCH-ONE-LOG THRU
                   4120-MATCH-ONE-LOG-EXIT
                   UNTIL WS-RULELOG-EOF
               CLOSE RULES-LOG-FILE
           END-IF.

           IF WS-LBL-LOG-FOUND = ZERO
               ADD 1 TO WS-CNT-NO-LOG
               MOVE WS-LBL-VERSION TO LV-SEQ
               MOVE "*** NO RULELOG ENTRY FOR THIS VERSION ***"
                   TO LV-DETAIL
               MOVE WS-VERSION-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
           END-IF.
       4100-SCAN-RULES-LOG-EXIT.
           EXIT.

       4110-READ-RULES-LOG.
           READ RULES-LOG-FILE
               AT END
                   MOVE "Y" TO WS-RULELOG-EOF-SW
           END-READ.
       4110-READ-RULES-LOG-EXIT.
           EXIT.

       4120-MATCH-ONE-LOG.
           IF RL-RULES-VERSION-SEQ IS NOT NUMERIC
               OR RL-RULES-VERSION-SEQ NOT = WS-LBL-VERSION
               GO TO 4120-MATCH-ONE-LOG-NEXT
           END-IF.

           IF WS-LBL-LOG-FOUND = ZERO
               MOVE WS-LBL-VERSION TO LV-SEQ
               MOVE RL-RULES-VERSION-DATE TO WS-STAMP-DATE
               MOVE RL-RULES-VERSION-TIME TO WS-STAMP-TIME
               PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT
               MOVE SPACES TO LV-DETAIL
               STRING "EFFECTIVE " DELIMITED BY SIZE
                   WS-EDIT-STAMP DELIMITED BY SIZE
                   INTO LV-DETAIL
               MOVE WS-VERSION-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
           END-IF.
           ADD 1 TO WS-LBL-LOG-FOUND.
           ADD 1 TO WS-CNT-CHANGES.

           MOVE RL-TRAN-SEQ TO CG-TRAN-SEQ.
           EVALUATE TRUE
               WHEN RL-ACTION-ADD
                   MOVE "ADD" TO CG-ACTION
               WHEN RL-ACTION-CHANGE
                   MOVE "CHANGE" TO CG-ACTION
               WHEN RL-ACTION-DELETE
                   MOVE "DELETE" TO CG-ACTION
               WHEN RL-ACTION-REACTIVATE
                   MOVE "REACTIVATE" TO CG-ACTION
               WHEN OTHER
                   MOVE RL-ACTION TO CG-ACTION
           END-EVALUATE.
           MOVE RL-DIVISOR TO CG-DIVISOR.
           MOVE RL-USER-ID TO CG-USER-ID.
           MOVE RL-BEFORE-LABEL TO CG-BEFORE-LABEL.
           MOVE RL-AFTER-LABEL TO CG-AFTER-LABEL.
           MOVE RL-AFTER-EFF-DATE TO CG-AFTER-EFF-DATE.
           MOVE RL-AFTER-EXP-DATE TO CG-AFTER-EXP-DATE.
           MOVE WS-CHANGE-LINE TO WS-PRINT-LINE.
           PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT.

       4120-MATCH-ONE-LOG-NEXT.
           PERFORM 4110-READ-RULES-LOG THRU 4110-READ-RULES-LOG-EXIT.
       4120-MATCH-ONE-LOG-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-SCAN-AUDIT-TRAIL                                      *
      * Pass AUDITFL for the run(s) that applied the label - the  *
      * same rules version, started on the label's load date      *
      * (FIZ010 and FIZZLOAD both stamp the cycle date).  Several *
      * streams, or a rerun, each list.  No match is flagged.      *
      *-----------------------------------------------------------*
       4200-SCAN-AUDIT-TRAIL.
           MOVE ZERO TO WS-LBL-RUNS-FOUND.
           MOVE "N" TO WS-AUDIT-EOF-SW.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 4210-READ-AUDIT THRU 4210-READ-AUDIT-EXIT
               PERFORM 4220-MATCH-ONE-AUDIT THRU
                   4220-MATCH-ONE-AUDIT-EXIT
                   UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-FILE
           END-IF.

           IF WS-LBL-RUNS-FOUND = ZERO
               ADD 1 TO WS-CNT-NO-RUN
               MOVE
                 "*** NO AUDITFL RUN FOR THIS VERSION ON LOAD DATE ***"
                   TO RM-TEXT
               MOVE WS-REMARK-LINE TO WS-PRINT-LINE
               PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
           END-IF.
       4200-SCAN-AUDIT-TRAIL-EXIT.
           EXIT.

       4210-READ-AUDIT.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-AUDIT-EOF-SW
           END-READ.
       4210-READ-AUDIT-EXIT.
           EXIT.

       4220-MATCH-ONE-AUDIT.
           IF AUDIT-RULES-VERSION-SEQ IS NOT NUMERIC
               OR AUDIT-RULES-VERSION-SEQ NOT = WS-LBL-VERSION
               OR AUDIT-START-DATE NOT = WS-LBL-FROM-DATE
               GO TO 4220-MATCH-ONE-AUDIT-NEXT
           END-IF.

           ADD 1 TO WS-LBL-RUNS-FOUND.
           ADD 1 TO WS-CNT-RUNS.
           MOVE AUDIT-JOB-NAME TO AR-JOB-NAME.
           MOVE AUDIT-START-DATE TO WS-STAMP-DATE.
           MOVE AUDIT-START-TIME TO WS-STAMP-TIME.
           PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT.
           MOVE WS-EDIT-STAMP(1:16) TO AR-START.
           MOVE AUDIT-END-DATE TO WS-STAMP-DATE.
           MOVE AUDIT-END-TIME TO WS-STAMP-TIME.
           PERFORM 7500-EDIT-STAMP THRU 7500-EDIT-STAMP-EXIT.
           MOVE WS-EDIT-STAMP(1:16) TO AR-END.
           MOVE AUDIT-TOTAL-RECORDS TO AR-TOTAL.
           MOVE WS-RUN-LINE TO WS-PRINT-LINE.
           PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT.

       4220-MATCH-ONE-AUDIT-NEXT.
           PERFORM 4210-READ-AUDIT THRU 4210-READ-AUDIT-EXIT.
       4220-MATCH-ONE-AUDIT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-EDIT-STAMP                                            *
      * Edit WS-STAMP-DATE/WS-STAMP-TIME as "yyyy/mm/dd hh:mm:ss" *
      * in WS-EDIT-STAMP (the first 16 bytes drop the seconds).    *
      *-----------------------------------------------------------*
       7500-EDIT-STAMP.
           MOVE WS-STAMP-DATE TO ES-DATE.
           MOVE WS-STAMP-TIME(1:2) TO ES-TIME-HH.
           MOVE WS-STAMP-TIME(3:2) TO ES-TIME-MM.
           MOVE WS-STAMP-TIME(5:2) TO ES-TIME-SS.
       7500-EDIT-STAMP-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7900-PRINT-LINE                                            *
      * Print WS-PRINT-LINE, starting a new page when this one is *
      * full.                                                      *
      *-----------------------------------------------------------*
       7900-PRINT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7900-PRINT-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals, close the files, and set RC=4   *
      * when any key or label could not be fully traced.           *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "LINEAGE CARDS READ" TO TL-CAPTION.
           MOVE WS-CNT-CARDS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "INVALID LINEAGE CARDS" TO TL-CAPTION.
           MOVE WS-CNT-INVALID-CARDS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "KEYS TRACED" TO TL-CAPTION.
           MOVE WS-CNT-KEYS-TRACED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "KEYS NOT FOUND" TO TL-CAPTION.
           MOVE WS-CNT-NOT-FOUND TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS TRACED" TO TL-CAPTION.
           MOVE WS-CNT-LABELS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS BEFORE VERSIONING" TO TL-CAPTION.
           MOVE WS-CNT-PRE-VERSION TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RULES CARDS LISTED" TO TL-CAPTION.
           MOVE WS-CNT-CHANGES TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "APPLYING RUNS LISTED" TO TL-CAPTION.
           MOVE WS-CNT-RUNS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS WITH NO RULELOG ENTRY" TO TL-CAPTION.
           MOVE WS-CNT-NO-LOG TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "LABELS WITH NO AUDITFL RUN" TO TL-CAPTION.
           MOVE WS-CNT-NO-RUN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           CLOSE LINEAGE-CARD-FILE.
           CLOSE MASTER-FILE.
           IF WS-RETIRED-AVAIL
               CLOSE RETIRED-FILE
           END-IF.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE REPORT-FILE.

           IF WS-CNT-NOT-FOUND > ZERO
               OR WS-CNT-INVALID-CARDS > ZERO
               OR WS-CNT-NO-LOG > ZERO
               OR WS-CNT-NO-RUN > ZERO
               DISPLAY "FIZZLIN - LINEAGE INCOMPLETE FOR ONE OR MORE "
                   "KEYS - SEE THE LINEAGE REPORT"
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
