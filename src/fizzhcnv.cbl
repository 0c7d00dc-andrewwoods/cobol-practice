      *
      * FIZZHCNV - convert the flat CLASHIST history dataset to the
      *            keyed history cluster.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-07  AJW  Original version.  One-time conversion for
      *                  the move of CLASHIST from a flat, append-only
      *                  dataset to a VSAM KSDS keyed on the key and
      *                  the superseded date/time (see CLASHIST.CPY).
      *                  The flat history - renamed aside by the
      *                  FIZZHCVJ setup steps - is read in superseded
      *                  order, every image checked for a key and
      *                  numeric stamps, sorted into key order, and
      *                  loaded into the freshly defined cluster with
      *                  the superseded date/time moved up beside
      *                  the key.  An image whose key and superseded
      *                  stamp repeat an earlier one (a key updated
      *                  twice in one load run) keeps the first and
      *                  lists the rest.  HCNVRPT balances the flat
      *                  records read against those loaded,
      *                  duplicates, and rejects.
      * 2026-10-08  AJW  Converted images carry rules version zero -
      *                  every one predates versioning.
      * 2026-10-15  AJW  Sort keeps repeated history keys in flat-file
      *                  order, so the image kept is the first one
      *                  written, as the 4000 comment says.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzhcnv.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-07.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FLAT-HISTORY-FILE ASSIGN TO FLATHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-FILE-STATUS.
           SELECT HISTORY-FILE ASSIGN TO CLASHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO HCNVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      * The flat history layout as FIZZLOAD appended it before the   *
      * keyed cluster - key, label, load stamp, superseded stamp.    *
      *****************************************************************
       FD  FLAT-HISTORY-FILE.
       01  FLAT-HISTORY-RECORD.
           05  FH-KEY                     PIC X(06).
           05  FH-CLASSIFICATION          PIC X(40).
           05  FH-LOAD-DATE               PIC 9(08).
           05  FH-LOAD-TIME               PIC 9(06).
           05  FH-SUPERSEDED-DATE         PIC 9(08).
           05  FH-SUPERSEDED-TIME         PIC 9(06).
           05  FILLER                     PIC X(06).

       FD  HISTORY-FILE.
           COPY CLASHIST.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-HIST-KEY.
               10  SR-KEY                 PIC X(06).
               10  SR-SUPERSEDED-DATE     PIC 9(08).
               10  SR-SUPERSEDED-TIME     PIC 9(06).
           05  SR-CLASSIFICATION          PIC X(40).
           05  SR-LOAD-DATE               PIC 9(08).
           05  SR-LOAD-TIME               PIC 9(06).

       WORKING-STORAGE SECTION.
       01 WS-FLAT-FILE-STATUS            PIC X(02).
       01 WS-HIST-FILE-STATUS            PIC X(02).
       01 WS-FLAT-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-FLAT-EOF                 VALUE "Y".
       01 WS-SORT-EOF-SW                 PIC X(01) VALUE "N".
           88 WS-SORT-EOF                 VALUE "Y".

      *****************************************************************
      * Conversion counts.  Flat records read must equal rejects     *
      * plus duplicates plus keyed records written for the           *
      * conversion to balance.                                        *
      *****************************************************************
       01 WS-CNT-FLAT-READ               PIC 9(07) VALUE ZERO.
       01 WS-CNT-REJECTED                PIC 9(07) VALUE ZERO.
       01 WS-CNT-RELEASED                PIC 9(07) VALUE ZERO.
       01 WS-CNT-RETURNED                PIC 9(07) VALUE ZERO.
       01 WS-CNT-DUPLICATES              PIC 9(07) VALUE ZERO.
       01 WS-CNT-WRITTEN                 PIC 9(07) VALUE ZERO.
       01 WS-CNT-ACCOUNTED               PIC 9(07) VALUE ZERO.

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
               VALUE "FIZZBUZZ HISTORY CONVERSION REPORT".
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

       01 WS-EXCEPTION-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 EX-KEY                     PIC X(06).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 EX-SUPERSEDED              PIC X(15).
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 EX-CONDITION               PIC X(50).
           05 FILLER                     PIC X(43) VALUE SPACES.

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

           SORT SORT-FILE ON ASCENDING KEY SR-HIST-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 3000-RELEASE-FLAT
                   THRU 3000-RELEASE-FLAT-EXIT
               OUTPUT PROCEDURE IS 4000-LOAD-HISTORY
                   THRU 4000-LOAD-HISTORY-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time, print the report heading, and    *
      * open the flat history and the new cluster.  The cluster   *
      * must be freshly defined and empty - an OPEN OUTPUT that   *
      * fails means it already holds records (or was not          *
      * defined), and loading over it would mix two histories.     *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.

           OPEN OUTPUT REPORT-FILE.
           PERFORM 2000-WRITE-REPORT-HEADING THRU
               2000-WRITE-REPORT-HEADING-EXIT.

           OPEN INPUT FLAT-HISTORY-FILE.
           IF WS-FLAT-FILE-STATUS NOT = "00"
               DISPLAY "FIZZHCNV - FLATHIST NOT AVAILABLE - STATUS "
                   WS-FLAT-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HISTORY-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               AND WS-HIST-FILE-STATUS NOT = "97"
               DISPLAY "FIZZHCNV - CLASHIST OPEN FAILED - STATUS "
                   WS-HIST-FILE-STATUS " - CLUSTER MUST BE FRESHLY "
                   "DEFINED - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WRITE-REPORT-HEADING                                  *
      * Print the title and run date/time lines at the top of a   *
      * new report page.                                           *
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
      * 3000-RELEASE-FLAT                                          *
      * Sort input procedure - read the flat history and release  *
      * each image to the sort in the keyed layout.  An image     *
      * with a blank key or a non-numeric stamp cannot be keyed   *
      * or answered from, and is listed and left out.              *
      *-----------------------------------------------------------*
       3000-RELEASE-FLAT.
           PERFORM 3100-READ-FLAT THRU 3100-READ-FLAT-EXIT.
           PERFORM 3200-RELEASE-ONE-FLAT THRU
               3200-RELEASE-ONE-FLAT-EXIT
               UNTIL WS-FLAT-EOF.
           CLOSE FLAT-HISTORY-FILE.
       3000-RELEASE-FLAT-EXIT.
           EXIT.

       3100-READ-FLAT.
           READ FLAT-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-FLAT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-FLAT-READ
           END-READ.
       3100-READ-FLAT-EXIT.
           EXIT.

       3200-RELEASE-ONE-FLAT.
           IF FH-KEY = SPACES
               OR FH-LOAD-DATE NOT NUMERIC
               OR FH-LOAD-TIME NOT NUMERIC
               OR FH-SUPERSEDED-DATE NOT NUMERIC
               OR FH-SUPERSEDED-TIME NOT NUMERIC
               ADD 1 TO WS-CNT-REJECTED
               MOVE FH-KEY TO EX-KEY
               MOVE FLAT-HISTORY-RECORD(61:14) TO EX-SUPERSEDED
               MOVE "REJECTED - BLANK KEY OR NON-NUMERIC STAMP"
                   TO EX-CONDITION
               PERFORM 7000-WRITE-EXCEPTION THRU
                   7000-WRITE-EXCEPTION-EXIT
               GO TO 3200-RELEASE-ONE-FLAT-READ
           END-IF.

           MOVE FH-KEY TO SR-KEY.
           MOVE FH-SUPERSEDED-DATE TO SR-SUPERSEDED-DATE.
           MOVE FH-SUPERSEDED-TIME TO SR-SUPERSEDED-TIME.
           MOVE FH-CLASSIFICATION TO SR-CLASSIFICATION.
           MOVE FH-LOAD-DATE TO SR-LOAD-DATE.
           MOVE FH-LOAD-TIME TO SR-LOAD-TIME.
           RELEASE SORT-RECORD.
           ADD 1 TO WS-CNT-RELEASED.

       3200-RELEASE-ONE-FLAT-READ.
           PERFORM 3100-READ-FLAT THRU 3100-READ-FLAT-EXIT.
       3200-RELEASE-ONE-FLAT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LOAD-HISTORY                                          *
      * Sort output procedure - write each image to the cluster   *
      * in key order.  A repeated key and superseded stamp keeps  *
      * the first image and lists the rest.                        *
      *-----------------------------------------------------------*
       4000-LOAD-HISTORY.
           PERFORM 4100-RETURN-SORTED THRU 4100-RETURN-SORTED-EXIT.
           PERFORM 4200-LOAD-ONE-HISTORY THRU
               4200-LOAD-ONE-HISTORY-EXIT
               UNTIL WS-SORT-EOF.
       4000-LOAD-HISTORY-EXIT.
           EXIT.

       4100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF-SW
               NOT AT END
                   ADD 1 TO WS-CNT-RETURNED
           END-RETURN.
       4100-RETURN-SORTED-EXIT.
           EXIT.

       4200-LOAD-ONE-HISTORY.
           MOVE SPACES TO CLASSIFICATION-HISTORY-RECORD.
           MOVE SR-KEY TO CH-KEY.
           MOVE SR-SUPERSEDED-DATE TO CH-SUPERSEDED-DATE.
           MOVE SR-SUPERSEDED-TIME TO CH-SUPERSEDED-TIME.
           MOVE SR-CLASSIFICATION TO CH-CLASSIFICATION.
           MOVE SR-LOAD-DATE TO CH-LOAD-DATE.
           MOVE SR-LOAD-TIME TO CH-LOAD-TIME.
           MOVE ZERO TO CH-RULES-VERSION.
           WRITE CLASSIFICATION-HISTORY-RECORD
               INVALID KEY
                   IF WS-HIST-FILE-STATUS NOT = "22"
                       AND WS-HIST-FILE-STATUS NOT = "21"
                       DISPLAY "FIZZHCNV - CLASHIST WRITE FAILED FOR "
                           "KEY " CH-KEY " - STATUS "
                           WS-HIST-FILE-STATUS " - JOB ABENDING"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CNT-DUPLICATES
                   MOVE CH-KEY TO EX-KEY
                   MOVE CLASSIFICATION-HISTORY-RECORD(7:14)
                       TO EX-SUPERSEDED
                   MOVE "DUPLICATE IMAGE - FIRST KEPT" TO EX-CONDITION
                   PERFORM 7000-WRITE-EXCEPTION THRU
                       7000-WRITE-EXCEPTION-EXIT
                   GO TO 4200-LOAD-ONE-HISTORY-READ
           END-WRITE.
           ADD 1 TO WS-CNT-WRITTEN.

       4200-LOAD-ONE-HISTORY-READ.
           PERFORM 4100-RETURN-SORTED THRU 4100-RETURN-SORTED-EXIT.
       4200-LOAD-ONE-HISTORY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-EXCEPTION                                       *
      * Print one rejected or duplicate image, paging as needed.  *
      *-----------------------------------------------------------*
       7000-WRITE-EXCEPTION.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2000-WRITE-REPORT-HEADING THRU
                   2000-WRITE-REPORT-HEADING-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-EXCEPTION-LINE.
           ADD 1 TO WS-LINE-COUNT.
       7000-WRITE-EXCEPTION-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals, close the files, and set the    *
      * return code - RC=16 when the counts do not balance, RC=8  *
      * when images were rejected, RC=4 when duplicates were      *
      * dropped.                                                    *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           COMPUTE WS-CNT-ACCOUNTED =
               WS-CNT-REJECTED + WS-CNT-DUPLICATES + WS-CNT-WRITTEN.

           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "FLAT HISTORY RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-FLAT-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "REJECTED (BAD KEY OR STAMP)" TO TL-CAPTION.
           MOVE WS-CNT-REJECTED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RELEASED TO SORT" TO TL-CAPTION.
           MOVE WS-CNT-RELEASED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RETURNED FROM SORT" TO TL-CAPTION.
           MOVE WS-CNT-RETURNED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "DUPLICATE IMAGES DROPPED" TO TL-CAPTION.
           MOVE WS-CNT-DUPLICATES TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "KEYED HISTORY RECORDS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-WRITTEN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           IF WS-CNT-ACCOUNTED NOT = WS-CNT-FLAT-READ
               OR WS-CNT-RETURNED NOT = WS-CNT-RELEASED
               MOVE "*** CONVERSION DOES NOT BALANCE ***" TO VD-VERDICT
           ELSE
               MOVE "CONVERSION IN BALANCE" TO VD-VERDICT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-VERDICT-LINE.

           CLOSE HISTORY-FILE.
           CLOSE REPORT-FILE.

           IF WS-CNT-ACCOUNTED NOT = WS-CNT-FLAT-READ
               OR WS-CNT-RETURNED NOT = WS-CNT-RELEASED
               DISPLAY "FIZZHCNV - CONVERSION DOES NOT BALANCE - SEE "
                   "HCNVRPT - DO NOT RELEASE THE NIGHTLY CYCLE"
               MOVE 16 TO RETURN-CODE
               GO TO 8000-FINALIZE-EXIT
           END-IF.
           IF WS-CNT-REJECTED > ZERO
               MOVE 8 TO RETURN-CODE
               GO TO 8000-FINALIZE-EXIT
           END-IF.
           IF WS-CNT-DUPLICATES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
