      *                  whole rule image, and the change report
      *                  shows priority/exclusive in the before and
      *                  after images plus the rule's dates.
      * 2026-10-08  AJW  Rules versions.  Every NEWRULES generation
      *                  now carries a rules version id on each
      *                  record (RULE-VERSION-ID - see RULESREC.CPY):
      *                  a sequence number one higher than the
      *                  highest on the file read (a file from
      *                  before versioning counts as zero) and this
      *                  run's date/time as the moment it took
      *                  effect.  Each applied card is also appended
      *                  to the machine-readable RULELOG (see
      *                  RULELOG.CPY) under that version with its
      *                  user id and before/after image, so the
      *                  cards and people behind any version can be
      *                  traced without the printed RULERPT.  The
      *                  log is written only with the generation -
      *                  an RC=8 run adds neither.  A run is limited
      *                  to 200 applied cards.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzrule.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO RULERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RULES-LOG-FILE ASSIGN TO RULELOG
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  RULES-LOG-FILE.
           COPY RULELOG.

       WORKING-STORAGE SECTION.
      *****************************************************************
      * In-memory copy of the whole rules file, active and inactive   *
       01 WS-CNT-REJECTED                PIC 9(04) VALUE ZERO.
       01 WS-CNT-WRITTEN                 PIC 9(02) VALUE ZERO.

      *****************************************************************
      * Rules version control.  WS-PRIOR-VERSION-SEQ is the highest   *
      * RULE-VERSION-SEQ on the file read - zero for a file written   *
      * before versioning.  The generation written by 8300 is one     *
      * higher, effective at this run's date/time.                    *
      *****************************************************************
       01 WS-PRIOR-VERSION-SEQ           PIC 9(06) VALUE ZERO.
       01 WS-NEW-VERSION-ID.
           05 WS-NEW-VERSION-SEQ         PIC 9(06) VALUE ZERO.
           05 WS-NEW-VERSION-DATE        PIC 9(08) VALUE ZERO.
           05 WS-NEW-VERSION-TIME        PIC 9(06) VALUE ZERO.

      *****************************************************************
      * Rules-change log entries, one per applied card, held until    *
      * 8300 knows the run is clean and has numbered the version -    *
      * then each is written to RULELOG.  The before/after images     *
      * are the rule entry less its divisor (label through exclusive  *
      * flag), the same 31 bytes RULELOG.CPY lays out.                *
      *****************************************************************
       01 WS-LOG-COUNT                   PIC 9(04) VALUE ZERO.
       01 WS-LOG-TABLE.
           05 WS-LOG-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-LOG-IDX.
               10 WS-LOG-TRAN-SEQ        PIC 9(04).
               10 WS-LOG-ACTION          PIC X(01).
               10 WS-LOG-DIVISOR         PIC 9(03).
               10 WS-LOG-USER-ID         PIC X(08).
               10 WS-LOG-BEFORE          PIC X(31).
               10 WS-LOG-AFTER           PIC X(31).
       01 WS-CNT-LOGGED                  PIC 9(04) VALUE ZERO.

      *****************************************************************
      * Report control fields - page headings, line/page counters,    *
      * and the run date/time stamp shown on every page.               *
               END-IF
           END-IF.

           IF RULE-VERSION-SEQ IS NUMERIC
               AND RULE-VERSION-SEQ > WS-PRIOR-VERSION-SEQ
               MOVE RULE-VERSION-SEQ TO WS-PRIOR-VERSION-SEQ
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           SET WS-RULE-IDX TO WS-RULE-COUNT.
           MOVE RULE-DIVISOR TO WS-RULE-DIVISOR(WS-RULE-IDX).
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF WS-LOG-COUNT = 200
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - 200 CARDS PER RUN LIMIT REACHED"
                   TO WS-REJECT-REASON
               GO TO 3100-VALIDATE-TRANSACTION-EXIT
           END-IF.

           IF TRN-DIVISOR IS NOT NUMERIC
               MOVE "N" TO WS-TRAN-VALID-SW
               MOVE "REJECTED - DIVISOR NOT NUMERIC"
      *-----------------------------------------------------------*
      * 3300-APPLY-TRANSACTION                                     *
      * Apply one clean card to the in-memory table and capture   *
      * the before and after images for the change report and the *
      * rules-change log.  An add reuses the inactive slot for    *
      * the same divisor when one exists so the file does not     *
      * grow a dead twin.                                          *
      *-----------------------------------------------------------*
       3300-APPLY-TRANSACTION.
           ADD 1 TO WS-LOG-COUNT.
           SET WS-LOG-IDX TO WS-LOG-COUNT.
           MOVE WS-CNT-TRANS TO WS-LOG-TRAN-SEQ(WS-LOG-IDX).
           MOVE TRN-ACTION TO WS-LOG-ACTION(WS-LOG-IDX).
           MOVE WS-TRAN-DIVISOR TO WS-LOG-DIVISOR(WS-LOG-IDX).
           MOVE TRN-USER-ID TO WS-LOG-USER-ID(WS-LOG-IDX).
           MOVE SPACES TO WS-LOG-BEFORE(WS-LOG-IDX).

           EVALUATE TRUE
               WHEN TRN-ACTION-ADD
                   IF WS-FOUND-INACTIVE-POS > ZERO
           MOVE WS-RULE-EXCL-FLAG(WS-RULE-IDX) TO CD-AFTER-EXCL.
           MOVE WS-RULE-EFF-DATE(WS-RULE-IDX) TO CD-EFF-DATE.
           MOVE WS-RULE-EXP-DATE(WS-RULE-IDX) TO CD-EXP-DATE.
           MOVE WS-RULE-ENTRY(WS-RULE-IDX)(4:31)
               TO WS-LOG-AFTER(WS-LOG-IDX).
       3300-APPLY-TRANSACTION-EXIT.
           EXIT.

           MOVE WS-RULE-STATUS(WS-RULE-IDX) TO CD-BEFORE-STATUS.
           MOVE WS-RULE-PRIORITY(WS-RULE-IDX) TO CD-BEFORE-PRIORITY.
           MOVE WS-RULE-EXCL-FLAG(WS-RULE-IDX) TO CD-BEFORE-EXCL.
           MOVE WS-RULE-ENTRY(WS-RULE-IDX)(4:31)
               TO WS-LOG-BEFORE(WS-LOG-IDX).
       3350-CAPTURE-BEFORE-IMAGE-EXIT.
           EXIT.

           MOVE "RECORDS WRITTEN TO NEW FILE" TO TL-CAPTION.
           MOVE WS-CNT-WRITTEN TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RULES VERSION WRITTEN" TO TL-CAPTION.
           MOVE WS-NEW-VERSION-SEQ TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.

           MOVE "RULES LOG RECORDS WRITTEN" TO TL-CAPTION.
           MOVE WS-CNT-LOGGED TO TL-COUNT.
           WRITE RP-REPORT-LINE FROM WS-TRAILER-DETAIL-LINE.
       8100-WRITE-CONTROL-TOTALS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8300-WRITE-NEW-RULES                                       *
      * Number the new rules version, write every table entry -   *
      * active and inactive - stamped with it to the NEWRULES     *
      * generation, and append the run's applied cards to the     *
      * RULELOG under the same version.  Reached only when every  *
      * card on the run validated clean.                           *
      *-----------------------------------------------------------*
       8300-WRITE-NEW-RULES.
           COMPUTE WS-NEW-VERSION-SEQ = WS-PRIOR-VERSION-SEQ + 1.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-NEW-VERSION-DATE.
           MOVE WS-RUN-TIME-HHMMSS TO WS-NEW-VERSION-TIME.

           OPEN OUTPUT NEWRULES-FILE.
           PERFORM 8310-WRITE-ONE-RULE THRU 8310-WRITE-ONE-RULE-EXIT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           CLOSE NEWRULES-FILE.

           OPEN EXTEND RULES-LOG-FILE.
           PERFORM 8320-WRITE-ONE-LOG THRU 8320-WRITE-ONE-LOG-EXIT
               VARYING WS-LOG-IDX FROM 1 BY 1
               UNTIL WS-LOG-IDX > WS-LOG-COUNT.
           CLOSE RULES-LOG-FILE.
       8300-WRITE-NEW-RULES-EXIT.
           EXIT.

               TO NEW-RULES-RECORD(31:3).
           MOVE WS-RULE-EXCL-FLAG(WS-RULE-IDX)
               TO NEW-RULES-RECORD(34:1).
           MOVE WS-NEW-VERSION-ID TO NEW-RULES-RECORD(35:20).
           WRITE NEW-RULES-RECORD.
           ADD 1 TO WS-CNT-WRITTEN.
       8310-WRITE-ONE-RULE-EXIT.
           EXIT.

       8320-WRITE-ONE-LOG.
           MOVE SPACES TO RULES-LOG-RECORD.
           MOVE WS-NEW-VERSION-ID TO RL-RULES-VERSION-ID.
           MOVE WS-LOG-TRAN-SEQ(WS-LOG-IDX) TO RL-TRAN-SEQ.
           MOVE WS-LOG-ACTION(WS-LOG-IDX) TO RL-ACTION.
           MOVE WS-LOG-DIVISOR(WS-LOG-IDX) TO RL-DIVISOR.
           MOVE WS-LOG-USER-ID(WS-LOG-IDX) TO RL-USER-ID.
           MOVE WS-LOG-BEFORE(WS-LOG-IDX) TO RL-BEFORE-IMAGE.
           MOVE WS-LOG-AFTER(WS-LOG-IDX) TO RL-AFTER-IMAGE.
           WRITE RULES-LOG-RECORD.
           ADD 1 TO WS-CNT-LOGGED.
       8320-WRITE-ONE-LOG-EXIT.
           EXIT.
