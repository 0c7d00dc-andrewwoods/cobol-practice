      *                  a hand-written one-off against a CLASSIFD
      *                  generation that tied up an analyst for an
      *                  hour.
      * 2026-10-06  AJW  Retired lots reported.  FIZZRETR now moves
      *                  closed and voided lots off the master to the
      *                  CLASRETR retired-lots archive (CLASRETR.CPY),
      *                  so a key inquiry that finds the key there
      *                  prints "RETIRED yyyymmdd (CLOSED)" or
      *                  "(VOID)" with the last label it held instead
      *                  of NOT ON MASTER, and a label inquiry lists
      *                  the retired keys whose last label matches,
      *                  counted separately.  An as-of date before
      *                  the retirement answers from the archived
      *                  image (or the history) as it would have from
      *                  the master.  No archive yet (status 35) just
      *                  means nothing has been retired.
      * 2026-10-07  AJW  CLASHIST is now a VSAM KSDS keyed on the key
      *                  and superseded date/time (see CLASHIST.CPY).
      *                  3350-FIND-HISTORY-ASOF positions on the key
      *                  and browses only that key's images instead
      *                  of opening and reading the whole history
      *                  for every key, so a range card with an as-of
      *                  date runs about as fast as one without.  The
      *                  history is opened once for the run.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzinq.
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
           SELECT REPORT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       FD  HISTORY-FILE.
           COPY CLASHIST.

       FD  RETIRED-FILE.
           COPY CLASRETR.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

      *****************************************************************
      * As-of inquiry fields (see 3350-FIND-HISTORY-ASOF).  When an  *
      * inquiry card carries an as-of date and the master's load     *
      * date is after it, that key's CLASHIST history is browsed for *
      * the image with the latest load date/time on or before the    *
      * as-of date - that is the answer the master gave on that      *
      * date.  A CLASHIST that cannot be opened (no key             *
      * re-classified yet) is not an error - there is simply no      *
      * history to answer from.                                       *
      *****************************************************************
       01 WS-HIST-FILE-STATUS            PIC X(02).
       01 WS-HIST-AVAIL-SW               PIC X(01) VALUE "N".
           88 WS-HIST-AVAIL               VALUE "Y".
       01 WS-HIST-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-HIST-EOF                 VALUE "Y".
       01 WS-HIST-FOUND-SW               PIC X(01) VALUE "N".
       01 WS-BEST-CLASSIFICATION         PIC X(40).
       01 WS-BEST-LOAD-DATE              PIC 9(08).
       01 WS-BEST-LOAD-TIME              PIC 9(06).
       01 WS-HIST-KEY                    PIC X(06).
       01 WS-CNT-HIST-PRINTED            PIC 9(07) VALUE ZERO.
       01 WS-CNT-NOT-ASOF                PIC 9(05) VALUE ZERO.
       01 WS-CNT-INVALID-CARDS           PIC 9(05) VALUE ZERO.
           88 WS-LABEL-DATE-FILTER        VALUE "Y".
       01 WS-CNT-LABEL-CARDS             PIC 9(05) VALUE ZERO.

      *****************************************************************
      * Retired-lot fields (see 3400-BROWSE-RETIRED-RANGE and 3880-  *
      * SCAN-RETIRED-LABELS).  A key in the CLASRETR archive that is *
      * not back on the master (re-opened and re-classified since)   *
      * is reported as retired.  An archive that cannot be opened    *
      * means no lot has been retired yet - not an error.             *
      *****************************************************************
       01 WS-RETIRED-FILE-STATUS         PIC X(02).
       01 WS-RETIRED-AVAIL-SW            PIC X(01) VALUE "N".
           88 WS-RETIRED-AVAIL            VALUE "Y".
       01 WS-RETIRED-DONE-SW             PIC X(01) VALUE "N".
           88 WS-RETIRED-DONE             VALUE "Y".
       01 WS-ON-MASTER-SW                PIC X(01) VALUE "N".
           88 WS-ON-MASTER                VALUE "Y".
       01 WS-RETIRE-REASON-TEXT          PIC X(06).
       01 WS-CARD-RETIRED                PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETIRED-PRINTED         PIC 9(07) VALUE ZERO.
       01 WS-CNT-ARCHIVE-PRINTED         PIC 9(07) VALUE ZERO.

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *
               VALUE "*** NOT ON MASTER ***".
           05 FILLER                     PIC X(95) VALUE SPACES.

       01 WS-RETIRED-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RD-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 RD-STATUS                  PIC X(40).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(12)
               VALUE "LAST LABEL: ".
           05 RD-LAST-LABEL              PIC X(40).
           05 FILLER                     PIC X(26) VALUE SPACES.

       01 WS-NOT-ASOF-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 NA-KEY                     PIC X(06).
           05 LC-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(100) VALUE SPACES.

       01 WS-LABEL-RETIRED-LINE.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(32)
               VALUE "RETIRED KEYS LAST WITH LABEL : ".
           05 LR-COUNT                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(91) VALUE SPACES.

       01 WS-TRAILER-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(20)
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
           PERFORM 3300-BROWSE-ONE-KEY THRU 3300-BROWSE-ONE-KEY-EXIT
               UNTIL WS-BROWSE-DONE.

           IF WS-RETIRED-AVAIL
               PERFORM 3400-BROWSE-RETIRED-RANGE THRU
                   3400-BROWSE-RETIRED-RANGE-EXIT
           END-IF.

           IF WS-CARD-PRINTED = ZERO
               ADD 1 TO WS-CNT-NOT-FOUND
               MOVE WS-KEY-FROM TO NF-KEY
           END-IF.

           IF WS-ASOF-INQUIRY AND CM-LOAD-DATE > WS-ASOF-DATE
               MOVE CM-KEY TO WS-HIST-KEY
               PERFORM 3350-FIND-HISTORY-ASOF THRU
                   3350-FIND-HISTORY-ASOF-EXIT
               IF WS-HIST-FOUND

      *-----------------------------------------------------------*
      * 3350-FIND-HISTORY-ASOF                                     *
      * Browse the CLASHIST history of the key in WS-HIST-KEY (a  *
      * master or a retired-archive key) for the image with the   *
      * latest load date/time on or before the as-of date - the   *
      * answer the master gave on that date.  The history is      *
      * keyed on the key and the superseded date/time, so the     *
      * START positions on the key's first image and the browse   *
      * stops at the next key.  No history file means no key has  *
      * ever been re-classified - no match, not an error.          *
      *-----------------------------------------------------------*
       3350-FIND-HISTORY-ASOF.
           MOVE "N" TO WS-HIST-FOUND-SW.
           MOVE ZERO TO WS-BEST-LOAD-DATE.
           MOVE ZERO TO WS-BEST-LOAD-TIME.

           IF NOT WS-HIST-AVAIL
               GO TO 3350-FIND-HISTORY-ASOF-EXIT
           END-IF.
           MOVE WS-HIST-KEY TO CH-KEY.
           MOVE ZERO TO CH-SUPERSEDED-DATE.
           MOVE ZERO TO CH-SUPERSEDED-TIME.
           START HISTORY-FILE KEY IS NOT LESS THAN CH-HIST-KEY
               INVALID KEY
                   GO TO 3350-FIND-HISTORY-ASOF-EXIT
           END-START.
           PERFORM 3360-READ-HISTORY THRU 3360-READ-HISTORY-EXIT.
           PERFORM 3370-SCAN-ONE-HISTORY THRU
               3370-SCAN-ONE-HISTORY-EXIT
               UNTIL WS-HIST-EOF.
       3350-FIND-HISTORY-ASOF-EXIT.
           EXIT.

       3360-READ-HISTORY.
           READ HISTORY-FILE NEXT
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
                   GO TO 3360-READ-HISTORY-EXIT
           END-READ.
           IF CH-KEY NOT = WS-HIST-KEY
               MOVE "Y" TO WS-HIST-EOF-SW
           END-IF.
       3360-READ-HISTORY-EXIT.
           EXIT.

       3370-SCAN-ONE-HISTORY.
           IF CH-LOAD-DATE NOT > WS-ASOF-DATE
               IF NOT WS-HIST-FOUND
                   OR CH-LOAD-DATE > WS-BEST-LOAD-DATE
                   OR (CH-LOAD-DATE = WS-BEST-LOAD-DATE
       3370-SCAN-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-BROWSE-RETIRED-RANGE                                  *
      * Browse the retired-lots archive over the card's key range *
      * and report each retired key not back on the master.  An   *
      * as-of date before the retirement answers what the lot     *
      * classified as then - from the archived image when it was  *
      * loaded on or before the as-of date, otherwise from the    *
      * history, exactly as 3300 answers from the master.          *
      *-----------------------------------------------------------*
       3400-BROWSE-RETIRED-RANGE.
           MOVE "N" TO WS-RETIRED-DONE-SW.
           MOVE WS-KEY-FROM TO RA-KEY.
           START RETIRED-FILE KEY NOT < RA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RETIRED-DONE-SW
           END-START.
           PERFORM 3410-BROWSE-ONE-RETIRED THRU
               3410-BROWSE-ONE-RETIRED-EXIT
               UNTIL WS-RETIRED-DONE.
       3400-BROWSE-RETIRED-RANGE-EXIT.
           EXIT.

       3410-BROWSE-ONE-RETIRED.
           READ RETIRED-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RETIRED-DONE-SW
                   GO TO 3410-BROWSE-ONE-RETIRED-EXIT
           END-READ.

           IF RA-KEY > WS-KEY-TO
               MOVE "Y" TO WS-RETIRED-DONE-SW
               GO TO 3410-BROWSE-ONE-RETIRED-EXIT
           END-IF.

           PERFORM 3450-CHECK-ON-MASTER THRU 3450-CHECK-ON-MASTER-EXIT.
           IF WS-ON-MASTER
               GO TO 3410-BROWSE-ONE-RETIRED-EXIT
           END-IF.

           IF NOT WS-ASOF-INQUIRY
               OR WS-ASOF-DATE NOT < RA-RETIRED-DATE
               PERFORM 7200-WRITE-RETIRED-LINE THRU
                   7200-WRITE-RETIRED-LINE-EXIT
               ADD 1 TO WS-CARD-PRINTED
               GO TO 3410-BROWSE-ONE-RETIRED-EXIT
           END-IF.

           IF RA-LOAD-DATE > WS-ASOF-DATE
               MOVE RA-KEY TO WS-HIST-KEY
               PERFORM 3350-FIND-HISTORY-ASOF THRU
                   3350-FIND-HISTORY-ASOF-EXIT
               IF WS-HIST-FOUND
                   MOVE RA-KEY TO IQ-KEY
                   MOVE WS-BEST-CLASSIFICATION TO IQ-CLASSIFICATION
                   MOVE WS-BEST-LOAD-DATE TO IQ-LOAD-DATE
                   MOVE WS-BEST-LOAD-TIME(1:2) TO IQ-LOAD-TIME-HH
                   MOVE WS-BEST-LOAD-TIME(3:2) TO IQ-LOAD-TIME-MM
                   MOVE "HISTORY" TO IQ-SOURCE
                   ADD 1 TO WS-CNT-HIST-PRINTED
               ELSE
                   ADD 1 TO WS-CNT-NOT-ASOF
                   ADD 1 TO WS-CARD-PRINTED
                   MOVE RA-KEY TO NA-KEY
                   MOVE INQ-ASOF-DATE TO NA-ASOF-DATE
                   IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
                       PERFORM 2000-WRITE-REPORT-HEADING THRU
                           2000-WRITE-REPORT-HEADING-EXIT
                   END-IF
                   WRITE RP-REPORT-LINE FROM WS-NOT-ASOF-LINE
                   ADD 1 TO WS-LINE-COUNT
                   GO TO 3410-BROWSE-ONE-RETIRED-EXIT
               END-IF
           ELSE
               MOVE RA-KEY TO IQ-KEY
               MOVE RA-CLASSIFICATION TO IQ-CLASSIFICATION
               MOVE RA-LOAD-DATE TO IQ-LOAD-DATE
               MOVE RA-LOAD-TIME(1:2) TO IQ-LOAD-TIME-HH
               MOVE RA-LOAD-TIME(3:2) TO IQ-LOAD-TIME-MM
               MOVE "ARCHIVE" TO IQ-SOURCE
               ADD 1 TO WS-CNT-ARCHIVE-PRINTED
           END-IF.

           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-INQUIRY-DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CARD-PRINTED.
       3410-BROWSE-ONE-RETIRED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3450-CHECK-ON-MASTER                                       *
      * A retired key that is back on the master (the lot was     *
      * re-opened and classified again) is answered by the master *
      * - the archive entry is history.  The master browse is     *
      * finished by now, so a random read does not disturb it.    *
      *-----------------------------------------------------------*
       3450-CHECK-ON-MASTER.
           MOVE "Y" TO WS-ON-MASTER-SW.
           MOVE RA-KEY TO CM-KEY.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-ON-MASTER-SW
           END-READ.
       3450-CHECK-ON-MASTER-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-PROCESS-LABEL-INQUIRY                                 *
      * Work one label-inquiry card - browse the whole master in  *
               3820-BROWSE-ONE-LABEL-EXIT
               UNTIL WS-BROWSE-DONE.

           MOVE ZERO TO WS-CARD-RETIRED.
           IF WS-RETIRED-AVAIL
               PERFORM 3880-SCAN-RETIRED-LABELS THRU
                   3880-SCAN-RETIRED-LABELS-EXIT
           END-IF.

           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           MOVE WS-CARD-PRINTED TO LC-COUNT.
           WRITE RP-REPORT-LINE FROM WS-LABEL-COUNT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-RETIRED-AVAIL
               MOVE WS-CARD-RETIRED TO LR-COUNT
               WRITE RP-REPORT-LINE FROM WS-LABEL-RETIRED-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
       3800-PROCESS-LABEL-INQUIRY-EXIT.
           EXIT.

       3820-BROWSE-ONE-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3880-SCAN-RETIRED-LABELS                                   *
      * Browse the whole retired-lots archive in key order and    *
      * report every retired key whose last label matches the     *
      * card (same exact/leading rule and load-date filter as the *
      * master browse), unless the key is back on the master.      *
      *-----------------------------------------------------------*
       3880-SCAN-RETIRED-LABELS.
           MOVE "N" TO WS-RETIRED-DONE-SW.
           MOVE LOW-VALUES TO RA-KEY.
           START RETIRED-FILE KEY NOT < RA-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RETIRED-DONE-SW
           END-START.
           PERFORM 3890-BROWSE-ONE-RETIRED-LABEL THRU
               3890-BROWSE-ONE-RETIRED-LABEL-EXIT
               UNTIL WS-RETIRED-DONE.
       3880-SCAN-RETIRED-LABELS-EXIT.
           EXIT.

       3890-BROWSE-ONE-RETIRED-LABEL.
           READ RETIRED-FILE NEXT
               AT END
                   MOVE "Y" TO WS-RETIRED-DONE-SW
                   GO TO 3890-BROWSE-ONE-RETIRED-LABEL-EXIT
           END-READ.

           IF WS-LABEL-DATE-FILTER
               AND RA-LOAD-DATE NOT = WS-LABEL-FILTER-DATE
               GO TO 3890-BROWSE-ONE-RETIRED-LABEL-EXIT
           END-IF.
           IF INQ-MATCH-LEADING
               IF RA-CLASSIFICATION(1:WS-LABEL-LEN)
                   NOT = INQ-LABEL(1:WS-LABEL-LEN)
                   GO TO 3890-BROWSE-ONE-RETIRED-LABEL-EXIT
               END-IF
           ELSE
               IF RA-CLASSIFICATION NOT = INQ-LABEL
                   GO TO 3890-BROWSE-ONE-RETIRED-LABEL-EXIT
               END-IF
           END-IF.

           PERFORM 3450-CHECK-ON-MASTER THRU 3450-CHECK-ON-MASTER-EXIT.
           IF WS-ON-MASTER
               GO TO 3890-BROWSE-ONE-RETIRED-LABEL-EXIT
           END-IF.

           PERFORM 7200-WRITE-RETIRED-LINE THRU
               7200-WRITE-RETIRED-LINE-EXIT.
           ADD 1 TO WS-CARD-RETIRED.
       3890-BROWSE-ONE-RETIRED-LABEL-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3850-FIND-LABEL-LENGTH                                     *
      * Find the position of the last non-blank byte of the       *
       7100-WRITE-REQUEST-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-WRITE-RETIRED-LINE                                    *
      * Print one retired key from the archive record - "RETIRED  *
      * yyyymmdd (CLOSED)" or "(VOID)" and the last label it held. *
      *-----------------------------------------------------------*
       7200-WRITE-RETIRED-LINE.
           IF RA-RETIRED-VOID
               MOVE "VOID" TO WS-RETIRE-REASON-TEXT
           ELSE
               MOVE "CLOSED" TO WS-RETIRE-REASON-TEXT
           END-IF.
           MOVE RA-KEY TO RD-KEY.
           MOVE SPACES TO RD-STATUS.
           STRING "RETIRED " DELIMITED BY SIZE
               RA-RETIRED-DATE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-RETIRE-REASON-TEXT DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO RD-STATUS.
           MOVE RA-CLASSIFICATION TO RD-LAST-LABEL.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-RETIRED-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CNT-RETIRED-PRINTED.
       7200-WRITE-RETIRED-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals and close the files.              *
           MOVE WS-CNT-HIST-PRINTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETIRED KEYS REPORTED" TO TL-CAPTION.
           MOVE WS-CNT-RETIRED-PRINTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "ANSWERED FROM RETIRED ARCHIVE" TO TL-CAPTION.
           MOVE WS-CNT-ARCHIVE-PRINTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "NOT CLASSIFIED AT AS-OF DATE" TO TL-CAPTION.
           MOVE WS-CNT-NOT-ASOF TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           CLOSE INQUIRY-FILE.
           CLOSE MASTER-FILE.
           IF WS-RETIRED-AVAIL
               CLOSE RETIRED-FILE
           END-IF.
           IF WS-HIST-AVAIL
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE REPORT-FILE.
       8000-FINALIZE-EXIT.
           EXIT.
