      *
      * FIZZACK - record the data warehouse's acknowledgments of the
      *           DISTRIB feeds and report the feeds still outstanding.
      *
      * Modification History
      * ---------------------------------------------------------------
      * 2026-10-11  AJW  Original version.  FIZZDIST catalogs a DISTRIB
      *                  generation every night, but nothing recorded
      *                  whether the warehouse received and loaded it -
      *                  a failed warehouse load surfaced days later as
      *                  counts that disagreed with ours.  This step
      *                  reads the acknowledgment file the warehouse
      *                  transmits back (WHSEACK.CPY) - one ACK record
      *                  per feed with the cycle date, the accepted and
      *                  rejected DTL counts, and a REJ record per
      *                  rejected key with its reason code - and
      *                  matches each ACK to the FEEDREG feed register
      *                  entry FIZZDIST wrote for the feed
      *                  (FEEDREG.CPY): the feed number and build
      *                  date/time that name the DISTRIB generation,
      *                  and the DSTRPT control totals.  Accepted plus
      *                  rejected must equal the feed's TRL count.  The
      *                  result is recorded on the register entry of
      *                  every cycle the feed carried (a catch-up feed
      *                  carries several).  ACKRPT lists each
      *                  acknowledgment with the totals it answers and
      *                  its rejected keys, then every feed still not
      *                  acknowledged clean, flagging as OVERDUE any
      *                  built more than the agreed number of hours ago
      *                  (ACKCARD.CPY - 24 by default).  RC=0 all
      *                  clean, RC=4 a feed acknowledged with rejected
      *                  keys, RC=8 an overdue feed, counts that do not
      *                  agree, or an acknowledgment that answers no
      *                  feed on the register, RC=16 on an I/O failure.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzack.
       AUTHOR. Andrew-Woods.
       DATE-WRITTEN. 2026-10-11.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO ACKCARD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT ACK-FILE ASSIGN TO ACKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN TO FEEDREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FR-CYCLE-DATE
               FILE STATUS IS WS-REGISTER-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
           COPY ACKCARD.

       FD  ACK-FILE.
           COPY WHSEACK.

       FD  REGISTER-FILE.
           COPY FEEDREG.

       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CARD-FILE-STATUS            PIC X(02).
       01 WS-ACK-FILE-STATUS             PIC X(02).
       01 WS-REGISTER-FILE-STATUS        PIC X(02).
       01 WS-ACK-EOF-SW                  PIC X(01) VALUE "N".
           88 WS-ACK-EOF                  VALUE "Y".
       01 WS-REGISTER-EOF-SW             PIC X(01) VALUE "N".
           88 WS-REGISTER-EOF             VALUE "Y".
       01 WS-OVERDUE-HOURS               PIC 9(03) VALUE 24.

       01 WS-CNT-ACK-READ                PIC 9(07) VALUE ZERO.
       01 WS-CNT-REJ-READ                PIC 9(07) VALUE ZERO.
       01 WS-CNT-BAD-RECORDS             PIC 9(07) VALUE ZERO.
       01 WS-CNT-CLEAN                   PIC 9(07) VALUE ZERO.
       01 WS-CNT-WITH-REJECTS            PIC 9(07) VALUE ZERO.
       01 WS-CNT-MISMATCH                PIC 9(07) VALUE ZERO.
       01 WS-CNT-UNMATCHED               PIC 9(07) VALUE ZERO.
       01 WS-CNT-REJ-DISAGREE            PIC 9(07) VALUE ZERO.
       01 WS-CNT-ENTRIES-UPDATED         PIC 9(07) VALUE ZERO.
       01 WS-CNT-OUTSTANDING             PIC 9(07) VALUE ZERO.
       01 WS-CNT-OVERDUE                 PIC 9(07) VALUE ZERO.

      *****************************************************************
      * The acknowledgment being worked (see 2200-APPLY-ACK) - its    *
      * cycle, the REJ records it declares and the ones that follow  *
      * it, the register entry it matched, and the feed that entry   *
      * names.                                                         *
      *****************************************************************
       01 WS-IN-ACK-SW                   PIC X(01) VALUE "N".
           88 WS-IN-ACK                   VALUE "Y".
       01 WS-ACK-MATCHED-SW              PIC X(01) VALUE "N".
           88 WS-ACK-MATCHED              VALUE "Y".
       01 WS-ACK-CYCLE                   PIC 9(08).
       01 WS-ACK-ACCEPTED                PIC 9(07).
       01 WS-ACK-REJECTED                PIC 9(07).
       01 WS-ACK-LOAD-DATE               PIC 9(08).
       01 WS-ACK-LOAD-TIME               PIC 9(06).
       01 WS-ACK-REJ-LISTED              PIC 9(07).
       01 WS-ACK-RESULT                  PIC X(01).
           88 WS-RESULT-ACCEPTED          VALUE "A".
           88 WS-RESULT-REJECTS           VALUE "R".
           88 WS-RESULT-MISMATCH          VALUE "M".
       01 WS-FEED-NO                     PIC 9(07).
       01 WS-FEED-FIRST-CYCLE            PIC 9(08).
       01 WS-FEED-LAST-CYCLE             PIC 9(08).
       01 WS-FEED-DTL-COUNT              PIC 9(07).
       01 WS-FEED-ADDED                  PIC 9(07).
       01 WS-FEED-UPDATED                PIC 9(07).
       01 WS-FEED-UNCHANGED              PIC 9(07).
       01 WS-FEED-RETIRED                PIC 9(07).

      *****************************************************************
      * Hours since a feed was built (see 3100-CHECK-ONE-FEED) - the  *
      * day difference times 24 plus the difference of the hours.    *
      *****************************************************************
       01 WS-HOURS-OUT                   PIC S9(07).
       01 WS-TIME-SPLIT.
           05 WS-TS-HH                   PIC 9(02).
           05 WS-TS-MMSS                 PIC 9(04).
       01 WS-BUILD-HH                    PIC 9(02).

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).
       01 WS-RUN-HH                      PIC 9(02).

       01 WS-REPORT-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(45)
               VALUE "FIZZBUZZ WAREHOUSE ACKNOWLEDGMENT REPORT".
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
           05 FILLER                     PIC X(14)
               VALUE "OVERDUE AFTER ".
           05 RP-OVERDUE-HOURS           PIC ZZ9.
           05 FILLER                     PIC X(06) VALUE " HOURS".
           05 FILLER                     PIC X(49) VALUE SPACES.

       01 WS-REPORT-BLANK-LINE           PIC X(132) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 SL-TEXT                    PIC X(60).
           05 FILLER                     PIC X(62) VALUE SPACES.

       01 WS-ACK-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE "CYCLE DATE".
           05 FILLER                     PIC X(09) VALUE "FEED NO".
           05 FILLER                     PIC X(10) VALUE "TYPE".
           05 FILLER                     PIC X(19) VALUE "BUILT".
           05 FILLER                     PIC X(10) VALUE "      SENT".
           05 FILLER                     PIC X(10) VALUE "  ACCEPTED".
           05 FILLER                     PIC X(10) VALUE "  REJECTED".
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 FILLER                     PIC X(30) VALUE "RESULT".
           05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-ACK-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 AL-CYCLE-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 AL-FEED-NO                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 AL-FEED-TYPE               PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 AL-BUILD-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 AL-BUILD-HH                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 AL-BUILD-MM                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 AL-BUILD-SS                PIC 99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 AL-SENT                    PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 AL-ACCEPTED                PIC ZZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 AL-REJECTED                PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 AL-RESULT                  PIC X(30).
           05 FILLER                     PIC X(10) VALUE SPACES.

       01 WS-ACK-TOTALS-LINE.
           05 FILLER                     PIC X(22) VALUE SPACES.
           05 FILLER                     PIC X(22)
               VALUE "DSTRPT TOTALS - ADDED ".
           05 AT-ADDED                   PIC ZZZZZZ9.
           05 FILLER                     PIC X(10) VALUE " UPDATED".
           05 AT-UPDATED                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(12) VALUE " UNCHANGED".
           05 AT-UNCHANGED               PIC ZZZZZZ9.
           05 FILLER                     PIC X(10) VALUE " RETIRED".
           05 AT-RETIRED                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(28) VALUE SPACES.

       01 WS-REJECT-LINE.
           05 FILLER                     PIC X(22) VALUE SPACES.
           05 FILLER                     PIC X(14)
               VALUE "REJECTED KEY ".
           05 RJ-KEY                     PIC X(06).
           05 FILLER                     PIC X(10) VALUE "  REASON ".
           05 RJ-REASON-CODE             PIC X(04).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 RJ-REASON-TEXT             PIC X(40).
           05 FILLER                     PIC X(34) VALUE SPACES.

       01 WS-MESSAGE-LINE.
           05 FILLER                     PIC X(22) VALUE SPACES.
           05 ML-TEXT                    PIC X(110).

       01 WS-OUTSTANDING-HEADING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(12) VALUE "CYCLE DATE".
           05 FILLER                     PIC X(09) VALUE "FEED NO".
           05 FILLER                     PIC X(10) VALUE "TYPE".
           05 FILLER                     PIC X(19) VALUE "BUILT".
           05 FILLER                     PIC X(10) VALUE "      SENT".
           05 FILLER                     PIC X(10) VALUE "     HOURS".
           05 FILLER                     PIC X(23) VALUE "   STATUS".
           05 FILLER                     PIC X(29) VALUE SPACES.

       01 WS-OUTSTANDING-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 OL-CYCLE-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 OL-FEED-NO                 PIC ZZZZZZ9.
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 OL-FEED-TYPE               PIC X(08).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 OL-BUILD-DATE              PIC 9999/99/99.
           05 FILLER                     PIC X(01) VALUE SPACE.
           05 OL-BUILD-HH                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 OL-BUILD-MM                PIC 99.
           05 FILLER                     PIC X VALUE ":".
           05 OL-BUILD-SS                PIC 99.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 OL-SENT                    PIC ZZZZZZ9.
           05 FILLER                     PIC X(04) VALUE SPACES.
           05 OL-HOURS                   PIC ZZZZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 OL-STATUS                  PIC X(20).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 OL-FLAG                    PIC X(12).
           05 FILLER                     PIC X(15) VALUE SPACES.

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

           PERFORM 2000-RECORD-ACKS THRU 2000-RECORD-ACKS-EXIT.

           PERFORM 3000-REPORT-OUTSTANDING THRU
               3000-REPORT-OUTSTANDING-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.

           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE                                           *
      * Stamp the run date/time (the clock the overdue hours are  *
      * measured against), read the optional ACKCARD, open the    *
      * feed register and the report, and print the heading.      *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME-RAW FROM TIME.
           MOVE WS-RUN-TIME-RAW(1:6) TO WS-RUN-TIME-HHMMSS.
           MOVE WS-RUN-TIME-HHMMSS TO WS-TIME-SPLIT.
           MOVE WS-TS-HH TO WS-RUN-HH.

           OPEN INPUT CONTROL-FILE.
           IF WS-CARD-FILE-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACK-OVERDUE-HOURS IS NUMERIC
                           AND ACK-OVERDUE-HOURS > ZERO
                           MOVE ACK-OVERDUE-HOURS TO WS-OVERDUE-HOURS
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

           OPEN I-O REGISTER-FILE.
           IF WS-REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
               CLOSE REGISTER-FILE
               OPEN I-O REGISTER-FILE
           END-IF.
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               AND WS-REGISTER-FILE-STATUS NOT = "97"
               DISPLAY "FIZZACK - FEEDREG OPEN FAILED - STATUS "
                   WS-REGISTER-FILE-STATUS " - JOB ABENDING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE WS-RUN-DATE-YYYYMMDD TO RP-RUN-DATE.
           MOVE WS-RUN-TIME-HHMMSS(1:2) TO RP-RUN-TIME-HH.
           MOVE WS-RUN-TIME-HHMMSS(3:2) TO RP-RUN-TIME-MM.
           MOVE WS-RUN-TIME-HHMMSS(5:2) TO RP-RUN-TIME-SS.
           MOVE WS-OVERDUE-HOURS TO RP-OVERDUE-HOURS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-SUBTITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RECORD-ACKS                                           *
      * Read the warehouse acknowledgment file (WHSEACK.CPY) and  *
      * record each ACK against the feed register.  No ACKIN     *
      * (DD DUMMY or nothing transmitted) just means nothing new  *
      * was acknowledged - the outstanding report still runs.     *
      *-----------------------------------------------------------*
       2000-RECORD-ACKS.
           MOVE "ACKNOWLEDGMENTS RECEIVED" TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-ACK-HEADING-LINE.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "FIZZACK - ACKIN NOT AVAILABLE - STATUS "
                   WS-ACK-FILE-STATUS " - NO ACKNOWLEDGMENTS RECORDED"
               GO TO 2000-RECORD-ACKS-EXIT
           END-IF.

           PERFORM 2050-READ-ACK THRU 2050-READ-ACK-EXIT.
           PERFORM 2100-PROCESS-ONE-RECORD THRU
               2100-PROCESS-ONE-RECORD-EXIT
               UNTIL WS-ACK-EOF.
           PERFORM 2300-CLOSE-ACK THRU 2300-CLOSE-ACK-EXIT.
           CLOSE ACK-FILE.
       2000-RECORD-ACKS-EXIT.
           EXIT.

       2050-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-ACK-EOF-SW
           END-READ.
       2050-READ-ACK-EXIT.
           EXIT.

       2100-PROCESS-ONE-RECORD.
           EVALUATE TRUE
               WHEN AH-ACK-TYPE
                   PERFORM 2300-CLOSE-ACK THRU 2300-CLOSE-ACK-EXIT
                   PERFORM 2200-APPLY-ACK THRU 2200-APPLY-ACK-EXIT
               WHEN AR-REJECT-TYPE
                   PERFORM 2400-LIST-REJECT THRU 2400-LIST-REJECT-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CNT-BAD-RECORDS
                   DISPLAY "FIZZACK - ACKIN RECORD TYPE "
                       AH-RECORD-TYPE " UNRECOGNIZED - RECORD SKIPPED"
           END-EVALUATE.
           PERFORM 2050-READ-ACK THRU 2050-READ-ACK-EXIT.
       2100-PROCESS-ONE-RECORD-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-APPLY-ACK                                             *
      * Match one ACK to the register entry for its cycle date.   *
      * The ACK must quote the last cycle of the latest feed that *
      * carried the cycle - an ACK of a feed since superseded by  *
      * a resend answers nothing and is only reported.  Accepted  *
      * plus rejected against the feed's TRL count decides the    *
      * result, which is recorded on every cycle the feed carried.*
      *-----------------------------------------------------------*
       2200-APPLY-ACK.
           ADD 1 TO WS-CNT-ACK-READ.
           MOVE "N" TO WS-ACK-MATCHED-SW.
           MOVE ZERO TO WS-ACK-REJ-LISTED.
           IF AH-CYCLE-DATE IS NOT NUMERIC
               OR AH-ACCEPTED-COUNT IS NOT NUMERIC
               OR AH-REJECTED-COUNT IS NOT NUMERIC
               ADD 1 TO WS-CNT-BAD-RECORDS
               MOVE "N" TO WS-IN-ACK-SW
               DISPLAY "FIZZACK - ACK RECORD " AH-CYCLE-DATE
                   " HAS A NON-NUMERIC DATE OR COUNT - RECORD SKIPPED"
               GO TO 2200-APPLY-ACK-EXIT
           END-IF.
           MOVE "Y" TO WS-IN-ACK-SW.
           MOVE AH-CYCLE-DATE TO WS-ACK-CYCLE.
           MOVE AH-ACCEPTED-COUNT TO WS-ACK-ACCEPTED.
           MOVE AH-REJECTED-COUNT TO WS-ACK-REJECTED.
           MOVE ZERO TO WS-ACK-LOAD-DATE.
           MOVE ZERO TO WS-ACK-LOAD-TIME.
           IF AH-LOAD-DATE IS NUMERIC
               MOVE AH-LOAD-DATE TO WS-ACK-LOAD-DATE
           END-IF.
           IF AH-LOAD-TIME IS NUMERIC
               MOVE AH-LOAD-TIME TO WS-ACK-LOAD-TIME
           END-IF.

           MOVE SPACES TO WS-ACK-DETAIL-LINE.
           MOVE WS-ACK-CYCLE TO AL-CYCLE-DATE.
           MOVE WS-ACK-ACCEPTED TO AL-ACCEPTED.
           MOVE WS-ACK-REJECTED TO AL-REJECTED.

           MOVE WS-ACK-CYCLE TO FR-CYCLE-DATE.
           READ REGISTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-UNMATCHED
                   MOVE "*** NO FEED ON THE REGISTER" TO AL-RESULT
                   WRITE RP-REPORT-LINE FROM WS-ACK-DETAIL-LINE
                   GO TO 2200-APPLY-ACK-EXIT
           END-READ.

           MOVE FR-FEED-NO TO WS-FEED-NO.
           MOVE FR-FEED-FIRST-CYCLE TO WS-FEED-FIRST-CYCLE.
           MOVE FR-FEED-LAST-CYCLE TO WS-FEED-LAST-CYCLE.
           MOVE FR-FEED-DTL-COUNT TO WS-FEED-DTL-COUNT.
           PERFORM 2260-FORMAT-FEED THRU 2260-FORMAT-FEED-EXIT.

           IF WS-FEED-LAST-CYCLE NOT = WS-ACK-CYCLE
               ADD 1 TO WS-CNT-UNMATCHED
               MOVE "*** FEED SINCE RESENT - IGNORED" TO AL-RESULT
               WRITE RP-REPORT-LINE FROM WS-ACK-DETAIL-LINE
               MOVE SPACES TO ML-TEXT
               STRING "CYCLE WAS LAST SENT IN FEED " DELIMITED BY SIZE
                   WS-FEED-NO DELIMITED BY SIZE
                   " COVERING CYCLES " DELIMITED BY SIZE
                   WS-FEED-FIRST-CYCLE DELIMITED BY SIZE
                   " THRU " DELIMITED BY SIZE
                   WS-FEED-LAST-CYCLE DELIMITED BY SIZE
                   " - AWAITING THAT FEED'S ACK" DELIMITED BY SIZE
                   INTO ML-TEXT
               WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE
               GO TO 2200-APPLY-ACK-EXIT
           END-IF.

           MOVE "Y" TO WS-ACK-MATCHED-SW.
           EVALUATE TRUE
               WHEN WS-ACK-ACCEPTED + WS-ACK-REJECTED
                   NOT = WS-FEED-DTL-COUNT
                   MOVE "M" TO WS-ACK-RESULT
                   ADD 1 TO WS-CNT-MISMATCH
                   MOVE "*** COUNTS DO NOT AGREE" TO AL-RESULT
               WHEN WS-ACK-REJECTED > ZERO
                   MOVE "R" TO WS-ACK-RESULT
                   ADD 1 TO WS-CNT-WITH-REJECTS
                   MOVE "ACCEPTED WITH REJECTS" TO AL-RESULT
               WHEN OTHER
                   MOVE "A" TO WS-ACK-RESULT
                   ADD 1 TO WS-CNT-CLEAN
                   MOVE "ACCEPTED" TO AL-RESULT
           END-EVALUATE.
           WRITE RP-REPORT-LINE FROM WS-ACK-DETAIL-LINE.

           PERFORM 2250-MARK-FEED THRU 2250-MARK-FEED-EXIT.

           MOVE WS-FEED-ADDED TO AT-ADDED.
           MOVE WS-FEED-UPDATED TO AT-UPDATED.
           MOVE WS-FEED-UNCHANGED TO AT-UNCHANGED.
           MOVE WS-FEED-RETIRED TO AT-RETIRED.
           WRITE RP-REPORT-LINE FROM WS-ACK-TOTALS-LINE.
       2200-APPLY-ACK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-MARK-FEED                                             *
      * Record the acknowledgment on the register entry of every  *
      * cycle the feed carried, adding up their DSTRPT totals.    *
      *-----------------------------------------------------------*
       2250-MARK-FEED.
           MOVE ZERO TO WS-FEED-ADDED.
           MOVE ZERO TO WS-FEED-UPDATED.
           MOVE ZERO TO WS-FEED-UNCHANGED.
           MOVE ZERO TO WS-FEED-RETIRED.
           MOVE "N" TO WS-REGISTER-EOF-SW.
           MOVE WS-FEED-FIRST-CYCLE TO FR-CYCLE-DATE.
           START REGISTER-FILE KEY NOT < FR-CYCLE-DATE
               INVALID KEY
                   GO TO 2250-MARK-FEED-EXIT
           END-START.
           PERFORM 2255-MARK-ONE-ENTRY THRU 2255-MARK-ONE-ENTRY-EXIT
               UNTIL WS-REGISTER-EOF.
       2250-MARK-FEED-EXIT.
           EXIT.

       2255-MARK-ONE-ENTRY.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SW
                   GO TO 2255-MARK-ONE-ENTRY-EXIT
           END-READ.
           IF FR-CYCLE-DATE > WS-FEED-LAST-CYCLE
               MOVE "Y" TO WS-REGISTER-EOF-SW
               GO TO 2255-MARK-ONE-ENTRY-EXIT
           END-IF.
           IF FR-FEED-NO NOT = WS-FEED-NO
               GO TO 2255-MARK-ONE-ENTRY-EXIT
           END-IF.
           ADD FR-CNT-ADDED TO WS-FEED-ADDED.
           ADD FR-CNT-UPDATED TO WS-FEED-UPDATED.
           ADD FR-CNT-UNCHANGED TO WS-FEED-UNCHANGED.
           ADD FR-CNT-RETIRED TO WS-FEED-RETIRED.
           MOVE WS-ACK-RESULT TO FR-ACK-STATUS.
           MOVE WS-RUN-DATE-YYYYMMDD TO FR-ACK-RECORDED-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO FR-ACK-RECORDED-TIME.
           MOVE WS-ACK-LOAD-DATE TO FR-ACK-LOAD-DATE.
           MOVE WS-ACK-LOAD-TIME TO FR-ACK-LOAD-TIME.
           MOVE WS-ACK-ACCEPTED TO FR-ACK-ACCEPTED-COUNT.
           MOVE WS-ACK-REJECTED TO FR-ACK-REJECTED-COUNT.
           REWRITE FEED-REGISTER-RECORD
               INVALID KEY
                   DISPLAY "FIZZACK - FEEDREG REWRITE FAILED FOR "
                       "CYCLE " FR-CYCLE-DATE " - STATUS "
                       WS-REGISTER-FILE-STATUS " - JOB ABENDING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
           ADD 1 TO WS-CNT-ENTRIES-UPDATED.
       2255-MARK-ONE-ENTRY-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2260-FORMAT-FEED                                           *
      * Put the register entry's feed number, type, build         *
      * date/time, and TRL count on the acknowledgment line.      *
      *-----------------------------------------------------------*
       2260-FORMAT-FEED.
           MOVE FR-FEED-NO TO AL-FEED-NO.
           IF FR-FEED-CATCH-UP
               MOVE "CATCH-UP" TO AL-FEED-TYPE
           ELSE
               MOVE "NIGHTLY" TO AL-FEED-TYPE
           END-IF.
           MOVE FR-BUILD-DATE TO AL-BUILD-DATE.
           MOVE FR-BUILD-TIME(1:2) TO AL-BUILD-HH.
           MOVE FR-BUILD-TIME(3:2) TO AL-BUILD-MM.
           MOVE FR-BUILD-TIME(5:2) TO AL-BUILD-SS.
           MOVE FR-FEED-DTL-COUNT TO AL-SENT.
       2260-FORMAT-FEED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CLOSE-ACK                                             *
      * At the next ACK or end of file, check the REJ records     *
      * that followed the matched ACK against its rejected count. *
      *-----------------------------------------------------------*
       2300-CLOSE-ACK.
           IF NOT WS-IN-ACK
               GO TO 2300-CLOSE-ACK-EXIT
           END-IF.
           MOVE "N" TO WS-IN-ACK-SW.
           IF WS-ACK-MATCHED
               AND WS-ACK-REJ-LISTED NOT = WS-ACK-REJECTED
               ADD 1 TO WS-CNT-REJ-DISAGREE
               MOVE SPACES TO ML-TEXT
               STRING "*** " DELIMITED BY SIZE
                   WS-ACK-REJ-LISTED DELIMITED BY SIZE
                   " REJ RECORDS FOLLOW AN ACK REPORTING "
                       DELIMITED BY SIZE
                   WS-ACK-REJECTED DELIMITED BY SIZE
                   " REJECTED" DELIMITED BY SIZE
                   INTO ML-TEXT
               WRITE RP-REPORT-LINE FROM WS-MESSAGE-LINE
           END-IF.
       2300-CLOSE-ACK-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-LIST-REJECT                                           *
      * List one rejected key under the ACK it follows.  A REJ    *
      * with no ACK of its own cycle ahead of it is skipped.      *
      *-----------------------------------------------------------*
       2400-LIST-REJECT.
           ADD 1 TO WS-CNT-REJ-READ.
           IF NOT WS-IN-ACK
               OR AR-CYCLE-DATE NOT = WS-ACK-CYCLE
               ADD 1 TO WS-CNT-BAD-RECORDS
               DISPLAY "FIZZACK - REJ RECORD FOR KEY " AR-KEY
                   " CYCLE " AR-CYCLE-DATE " DOES NOT FOLLOW ITS ACK"
                   " - RECORD SKIPPED"
               GO TO 2400-LIST-REJECT-EXIT
           END-IF.
           ADD 1 TO WS-ACK-REJ-LISTED.
           MOVE AR-KEY TO RJ-KEY.
           MOVE AR-REASON-CODE TO RJ-REASON-CODE.
           MOVE AR-REASON-TEXT TO RJ-REASON-TEXT.
           WRITE RP-REPORT-LINE FROM WS-REJECT-LINE.
       2400-LIST-REJECT-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-OUTSTANDING                                    *
      * Browse the whole register (past its control record) and   *
      * list every feed not acknowledged clean - outstanding, or  *
      * acknowledged with counts that do not agree - with the     *
      * hours since it was built, flagging it OVERDUE past the    *
      * agreed hours.                                              *
      *-----------------------------------------------------------*
       3000-REPORT-OUTSTANDING.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           MOVE "FEEDS NOT ACKNOWLEDGED CLEAN" TO SL-TEXT.
           WRITE RP-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-OUTSTANDING-HEADING-LINE.

           MOVE "N" TO WS-REGISTER-EOF-SW.
           MOVE 1 TO FR-CYCLE-DATE.
           START REGISTER-FILE KEY NOT < FR-CYCLE-DATE
               INVALID KEY
                   GO TO 3000-REPORT-OUTSTANDING-EXIT
           END-START.
           PERFORM 3100-CHECK-ONE-FEED THRU 3100-CHECK-ONE-FEED-EXIT
               UNTIL WS-REGISTER-EOF.
       3000-REPORT-OUTSTANDING-EXIT.
           EXIT.

       3100-CHECK-ONE-FEED.
           READ REGISTER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-REGISTER-EOF-SW
                   GO TO 3100-CHECK-ONE-FEED-EXIT
           END-READ.
           IF NOT FR-ACK-OUTSTANDING AND NOT FR-ACK-MISMATCH
               GO TO 3100-CHECK-ONE-FEED-EXIT
           END-IF.
           ADD 1 TO WS-CNT-OUTSTANDING.

           MOVE ZERO TO WS-HOURS-OUT.
           IF FR-BUILD-DATE IS NUMERIC
               AND FR-BUILD-DATE > ZERO
               AND FR-BUILD-DATE NOT > WS-RUN-DATE-YYYYMMDD
               MOVE FR-BUILD-TIME TO WS-TIME-SPLIT
               MOVE WS-TS-HH TO WS-BUILD-HH
               COMPUTE WS-HOURS-OUT =
                   (INTEGER-OF-DATE(WS-RUN-DATE-YYYYMMDD)
                   - INTEGER-OF-DATE(FR-BUILD-DATE)) * 24
                   + WS-RUN-HH - WS-BUILD-HH
               IF WS-HOURS-OUT < ZERO
                   MOVE ZERO TO WS-HOURS-OUT
               END-IF
           END-IF.

           MOVE FR-CYCLE-DATE TO OL-CYCLE-DATE.
           MOVE FR-FEED-NO TO OL-FEED-NO.
           IF FR-FEED-CATCH-UP
               MOVE "CATCH-UP" TO OL-FEED-TYPE
           ELSE
               MOVE "NIGHTLY" TO OL-FEED-TYPE
           END-IF.
           MOVE FR-BUILD-DATE TO OL-BUILD-DATE.
           MOVE FR-BUILD-TIME(1:2) TO OL-BUILD-HH.
           MOVE FR-BUILD-TIME(3:2) TO OL-BUILD-MM.
           MOVE FR-BUILD-TIME(5:2) TO OL-BUILD-SS.
           MOVE FR-FEED-DTL-COUNT TO OL-SENT.
           MOVE WS-HOURS-OUT TO OL-HOURS.
           IF FR-ACK-MISMATCH
               MOVE "COUNTS DO NOT AGREE" TO OL-STATUS
           ELSE
               MOVE "NOT ACKNOWLEDGED" TO OL-STATUS
           END-IF.
           MOVE SPACES TO OL-FLAG.
           IF WS-HOURS-OUT > WS-OVERDUE-HOURS
               MOVE "*** OVERDUE" TO OL-FLAG
               ADD 1 TO WS-CNT-OVERDUE
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-OUTSTANDING-DETAIL-LINE.
       3100-CHECK-ONE-FEED-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-FINALIZE                                              *
      * Print the control totals, close the files, and set the    *
      * return code - 8 for anything that needs chasing with the  *
      * warehouse today, 4 for rejected keys to look at.          *
      *-----------------------------------------------------------*
       8000-FINALIZE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-TITLE-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           MOVE "ACK RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-ACK-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "REJ RECORDS READ" TO TL-CAPTION.
           MOVE WS-CNT-REJ-READ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "FEEDS ACCEPTED CLEAN" TO TL-CAPTION.
           MOVE WS-CNT-CLEAN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "FEEDS ACCEPTED WITH REJECTS" TO TL-CAPTION.
           MOVE WS-CNT-WITH-REJECTS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "FEEDS WHOSE COUNTS DO NOT AGREE" TO TL-CAPTION.
           MOVE WS-CNT-MISMATCH TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "ACKS ANSWERING NO CURRENT FEED" TO TL-CAPTION.
           MOVE WS-CNT-UNMATCHED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "ACKS WITH MISSING OR EXTRA REJS" TO TL-CAPTION.
           MOVE WS-CNT-REJ-DISAGREE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RECORDS SKIPPED (UNREADABLE)" TO TL-CAPTION.
           MOVE WS-CNT-BAD-RECORDS TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "REGISTER ENTRIES UPDATED" TO TL-CAPTION.
           MOVE WS-CNT-ENTRIES-UPDATED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CYCLES NOT ACKNOWLEDGED CLEAN" TO TL-CAPTION.
           MOVE WS-CNT-OUTSTANDING TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "CYCLES OVERDUE" TO TL-CAPTION.
           MOVE WS-CNT-OVERDUE TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           CLOSE REGISTER-FILE.
           CLOSE REPORT-FILE.

           IF WS-CNT-WITH-REJECTS > ZERO
               DISPLAY "FIZZACK - " WS-CNT-WITH-REJECTS " FEED(S) "
                   "ACCEPTED WITH REJECTED KEYS - SEE ACKRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CNT-OVERDUE > ZERO
               DISPLAY "FIZZACK - " WS-CNT-OVERDUE " CYCLE(S) NOT "
                   "ACKNOWLEDGED CLEAN AFTER " WS-OVERDUE-HOURS
                   " HOURS - CHASE THE WAREHOUSE"
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-CNT-MISMATCH > ZERO
               OR WS-CNT-UNMATCHED > ZERO
               OR WS-CNT-REJ-DISAGREE > ZERO
               OR WS-CNT-BAD-RECORDS > ZERO
               DISPLAY "FIZZACK - ACKNOWLEDGMENTS THAT DO NOT AGREE "
                   "WITH THE FEED REGISTER - SEE ACKRPT"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-FINALIZE-EXIT.
           EXIT.
