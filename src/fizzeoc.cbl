      *                  scheduler pages before day shift arrives.
      *                  Run before the FIZZCYC ADVANCE that opens
      *                  the next cycle.
      * 2026-10-10  AJW  The step lines now come from the CYCLEDGR
      *                  cycle step ledger (CYCLEDGR.CPY), the record
      *                  of what ran, instead of the three status
      *                  records: one line per step (per stream for
      *                  FIZ010) in chain order - FIZZEXTR, FIZ010,
      *                  FIZZMRG, FIZZBAL, FIZZLOAD, FIZZRETR,
      *                  FIZZDIST - with its run count, start and end
      *                  times, and return code.  A required step
      *                  with no run, a latest run with no completion
      *                  (abended or still running), or a return code
      *                  above the step's limit (4 for FIZ010, 0 for
      *                  the rest) is a break; FIZZMRG is required
      *                  only on a parallel night.  A run made under
      *                  a RERUNCD override prints its user id and
      *                  reason beneath the step.  An unreadable
      *                  ledger is a break.  The status records are
      *                  still read for the count chain and checked
      *                  against the cycle date.  Now runs last,
      *                  after FIZZDSTJ.
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fizzeoc.
               FILE STATUS IS WS-CYCLDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO EOCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO CYCLEDGR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LG-KEY
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01  RP-REPORT-LINE                 PIC X(132).

       FD  LEDGER-FILE.
           COPY CYCLEDGR.

       WORKING-STORAGE SECTION.
       01 WS-RUNSTAT-STATUS              PIC X(02).
       01 WS-BALSTAT-STATUS              PIC X(02).

       01 WS-CALC                        PIC 9(07).

      *****************************************************************
      * Cycle step ledger (see CYCLEDGR.CPY and 3500-READ-LEDGER).   *
      * Each step/stream with a posting this cycle gets one entry    *
      * holding its latest run - the postings are in key order, so   *
      * a later run number simply replaces the earlier one.  Every   *
      * run made under a RERUNCD override is kept in the override    *
      * table against its entry for the turnover page.               *
      *****************************************************************
       01 WS-LEDGER-FILE-STATUS          PIC X(02).
       01 WS-LEDGER-READ-SW              PIC X(01) VALUE "N".
           88 WS-LEDGER-READ              VALUE "Y".
       01 WS-LEDGER-EOF-SW               PIC X(01) VALUE "N".
           88 WS-LEDGER-EOF               VALUE "Y".
       01 WS-PARALLEL-SW                 PIC X(01) VALUE "N".
           88 WS-PARALLEL-NIGHT           VALUE "Y".
       01 WS-ENT-OVERFLOW-SW             PIC X(01) VALUE "N".
           88 WS-ENT-OVERFLOW             VALUE "Y".
       01 WS-ENT-COUNT                   PIC 9(02) VALUE ZERO.
       01 WS-ENT-NO                      PIC 9(02).
       01 WS-ENTRY-TABLE.
           05 WS-ENTRY OCCURS 20 TIMES.
               10 WS-ENT-STEP            PIC X(08).
               10 WS-ENT-STREAM          PIC X(02).
               10 WS-ENT-LAST-RUN        PIC 9(03).
               10 WS-ENT-START-TIME      PIC 9(06).
               10 WS-ENT-END-TIME        PIC 9(06).
               10 WS-ENT-DONE-SW         PIC X(01).
                   88 WS-ENT-DONE         VALUE "Y".
               10 WS-ENT-RC              PIC 9(02).
       01 WS-OVR-COUNT                   PIC 9(02) VALUE ZERO.
       01 WS-OVR-NO                      PIC 9(02).
       01 WS-OVERRIDE-TABLE.
           05 WS-OVERRIDE OCCURS 20 TIMES.
               10 WS-OVR-ENTRY           PIC 9(02).
               10 WS-OVR-RUN             PIC 9(03).
               10 WS-OVR-GATE            PIC X(01).
               10 WS-OVR-USER            PIC X(08).
               10 WS-OVR-REASON          PIC X(40).

      *****************************************************************
      * The nightly chain in run order, with the highest return code *
      * each step may end with and still count as clean, and whether *
      * the step must run every night (FIZZMRG runs only on a        *
      * parallel night - see 4100-PRINT-ONE-CHAIN-STEP).              *
      *****************************************************************
       01 WS-CHAIN-STEP-VALUES.
           05 FILLER                     PIC X(11) VALUE "FIZZEXTR00R".
           05 FILLER                     PIC X(11) VALUE "FIZ010  04R".
           05 FILLER                     PIC X(11) VALUE "FIZZMRG 00O".
           05 FILLER                     PIC X(11) VALUE "FIZZBAL 00R".
           05 FILLER                     PIC X(11) VALUE "FIZZLOAD00R".
           05 FILLER                     PIC X(11) VALUE "FIZZRETR00R".
           05 FILLER                     PIC X(11) VALUE "FIZZDIST00R".
       01 WS-CHAIN-STEP-TABLE REDEFINES WS-CHAIN-STEP-VALUES.
           05 WS-CHAIN-STEP OCCURS 7 TIMES.
               10 WS-CS-NAME             PIC X(08).
               10 WS-CS-RC-LIMIT         PIC 9(02).
               10 WS-CS-REQUIRED-SW      PIC X(01).
                   88 WS-CS-REQUIRED      VALUE "R".
       01 WS-CS-NO                       PIC 9(01).
       01 WS-CS-FOUND-SW                 PIC X(01).
           88 WS-CS-FOUND                 VALUE "Y".

       01 WS-RUN-DATE-YYYYMMDD           PIC 9(08).
       01 WS-RUN-TIME-RAW                PIC 9(08).
       01 WS-RUN-TIME-HHMMSS             PIC 9(06).
       01 WS-STEP-HDR-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 FILLER                     PIC X(10) VALUE "STEP".
           05 FILLER                     PIC X(08) VALUE "STREAM".
           05 FILLER                     PIC X(06) VALUE "RUNS".
           05 FILLER                     PIC X(08) VALUE "START".
           05 FILLER                     PIC X(08) VALUE "END".
           05 FILLER                     PIC X(04) VALUE "RC".
           05 FILLER                     PIC X(30) VALUE "STATUS".
           05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-STEP-DETAIL-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 SP-STEP                    PIC X(10).
           05 SP-STREAM                  PIC X(08).
           05 SP-RUNS                    PIC ZZ9.
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 SP-START-TIME              PIC X(05).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 SP-END-TIME                PIC X(05).
           05 FILLER                     PIC X(03) VALUE SPACES.
           05 SP-RC                      PIC X(02).
           05 FILLER                     PIC X(02) VALUE SPACES.
           05 SP-STATUS                  PIC X(30).
           05 FILLER                     PIC X(48) VALUE SPACES.

       01 WS-STEP-MISSING-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
           05 SM-STEP                    PIC X(10).
           05 FILLER                     PIC X(36)
               VALUE "*** NOT ON THE STEP LEDGER - NOT RUN".
           05 FILLER                     PIC X(15)
               VALUE " THIS CYCLE ***".
           05 FILLER                     PIC X(61) VALUE SPACES.

       01 WS-OVERRIDE-LINE.
           05 FILLER                     PIC X(14) VALUE SPACES.
           05 FILLER                     PIC X(04) VALUE "RUN ".
           05 OV-RUN-NO                  PIC 9(03).
           05 FILLER                     PIC X(23)
               VALUE " UNDER RERUNCD OVERRIDE".
           05 FILLER                     PIC X(02) VALUE " (".
           05 OV-GATE                    PIC X(11).
           05 FILLER                     PIC X(05) VALUE ") BY ".
           05 OV-USER                    PIC X(08).
           05 FILLER                     PIC X(03) VALUE " - ".
           05 OV-REASON                  PIC X(40).
           05 FILLER                     PIC X(19) VALUE SPACES.

       01 WS-CHAIN-TITLE-LINE.
           05 FILLER                     PIC X(10) VALUE SPACES.
               2000-GET-CYCLE-DATE-EXIT.
           PERFORM 3000-READ-STATUS-RECORDS THRU
               3000-READ-STATUS-RECORDS-EXIT.
           PERFORM 3500-READ-LEDGER THRU 3500-READ-LEDGER-EXIT.
           PERFORM 4000-PRINT-STEP-LINES THRU
               4000-PRINT-STEP-LINES-EXIT.
           PERFORM 4500-CHECK-STATUS-RECORDS THRU
               4500-CHECK-STATUS-RECORDS-EXIT.
           PERFORM 5000-PROVE-CHAIN THRU 5000-PROVE-CHAIN-EXIT.

           PERFORM 8000-FINALIZE THRU 8000-FINALIZE-EXIT.
       3000-READ-STATUS-RECORDS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-READ-LEDGER                                           *
      * Browse the cycle step ledger for every posting of the     *
      * cycle being reported and build one entry per step and     *
      * stream.  The ledger is the record of what ran, so an      *
      * unreadable ledger is a chain break - the step lines       *
      * cannot be printed without it.                               *
      *-----------------------------------------------------------*
       3500-READ-LEDGER.
           IF NOT WS-CYCLE-FOUND
               GO TO 3500-READ-LEDGER-EXIT
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               AND WS-LEDGER-FILE-STATUS NOT = "97"
               MOVE "Y" TO WS-BREAK-SW
               MOVE "CYCLEDGR NOT READABLE - STEP LEDGER UNKNOWN"
                   TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               GO TO 3500-READ-LEDGER-EXIT
           END-IF.
           MOVE "Y" TO WS-LEDGER-READ-SW.

           MOVE LOW-VALUES TO LG-KEY.
           MOVE WS-CYCLE-DATE TO LG-CYCLE-DATE.
           START LEDGER-FILE KEY NOT < LG-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LEDGER-EOF-SW
           END-START.
           PERFORM 3510-READ-ONE-POSTING THRU
               3510-READ-ONE-POSTING-EXIT
               UNTIL WS-LEDGER-EOF.
           CLOSE LEDGER-FILE.
       3500-READ-LEDGER-EXIT.
           EXIT.

       3510-READ-ONE-POSTING.
           READ LEDGER-FILE NEXT
               AT END
                   MOVE "Y" TO WS-LEDGER-EOF-SW
                   GO TO 3510-READ-ONE-POSTING-EXIT
           END-READ.
           IF LG-CYCLE-DATE NOT = WS-CYCLE-DATE
               MOVE "Y" TO WS-LEDGER-EOF-SW
               GO TO 3510-READ-ONE-POSTING-EXIT
           END-IF.

           IF WS-ENT-COUNT = ZERO
               OR LG-STEP-NAME NOT = WS-ENT-STEP(WS-ENT-COUNT)
               OR LG-STREAM-ID NOT = WS-ENT-STREAM(WS-ENT-COUNT)
               IF WS-ENT-COUNT = 20
                   MOVE "Y" TO WS-ENT-OVERFLOW-SW
                   GO TO 3510-READ-ONE-POSTING-EXIT
               END-IF
               ADD 1 TO WS-ENT-COUNT
               MOVE LG-STEP-NAME TO WS-ENT-STEP(WS-ENT-COUNT)
               MOVE LG-STREAM-ID TO WS-ENT-STREAM(WS-ENT-COUNT)
               MOVE ZERO TO WS-ENT-LAST-RUN(WS-ENT-COUNT)
               IF LG-STEP-NAME = "FIZ010"
                   AND LG-STREAM-ID NOT = SPACES
                   MOVE "Y" TO WS-PARALLEL-SW
               END-IF
           END-IF.

           IF LG-RUN-NO NOT = WS-ENT-LAST-RUN(WS-ENT-COUNT)
               MOVE LG-RUN-NO TO WS-ENT-LAST-RUN(WS-ENT-COUNT)
               MOVE ZERO TO WS-ENT-START-TIME(WS-ENT-COUNT)
               MOVE ZERO TO WS-ENT-END-TIME(WS-ENT-COUNT)
               MOVE "N" TO WS-ENT-DONE-SW(WS-ENT-COUNT)
               MOVE ZERO TO WS-ENT-RC(WS-ENT-COUNT)
           END-IF.

           IF LG-EVENT-STARTED
               MOVE LG-POST-TIME TO WS-ENT-START-TIME(WS-ENT-COUNT)
               IF LG-OVERRIDDEN AND WS-OVR-COUNT < 20
                   ADD 1 TO WS-OVR-COUNT
                   MOVE WS-ENT-COUNT TO WS-OVR-ENTRY(WS-OVR-COUNT)
                   MOVE LG-RUN-NO TO WS-OVR-RUN(WS-OVR-COUNT)
                   MOVE LG-OVERRIDE-GATE TO WS-OVR-GATE(WS-OVR-COUNT)
                   MOVE LG-OVERRIDE-USER TO WS-OVR-USER(WS-OVR-COUNT)
                   MOVE LG-OVERRIDE-REASON
                       TO WS-OVR-REASON(WS-OVR-COUNT)
               END-IF
           END-IF.
           IF LG-EVENT-COMPLETED
               MOVE LG-POST-TIME TO WS-ENT-END-TIME(WS-ENT-COUNT)
               MOVE "Y" TO WS-ENT-DONE-SW(WS-ENT-COUNT)
               MOVE LG-RETURN-CODE TO WS-ENT-RC(WS-ENT-COUNT)
           END-IF.
       3510-READ-ONE-POSTING-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PRINT-STEP-LINES                                      *
      * One line per step from the ledger, in chain order - the   *
      * latest run's start and end times and return code, with   *
      * any override runs beneath it.  A required step not on the *
      * ledger, a latest run with no completion, or a return code *
      * above the step's limit breaks the chain.                    *
      *-----------------------------------------------------------*
       4000-PRINT-STEP-LINES.
           IF NOT WS-LEDGER-READ
               GO TO 4000-PRINT-STEP-LINES-EXIT
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-STEP-HDR-LINE.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.

           PERFORM 4100-PRINT-ONE-CHAIN-STEP THRU
               4100-PRINT-ONE-CHAIN-STEP-EXIT
               VARYING WS-CS-NO FROM 1 BY 1
               UNTIL WS-CS-NO > 7.

           IF WS-ENT-OVERFLOW
               MOVE "Y" TO WS-BREAK-SW
               MOVE "OVER 20 STEP ENTRIES ON LEDGER - LIST INCOMPLETE"
                   TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           END-IF.
       4000-PRINT-STEP-LINES-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-PRINT-ONE-CHAIN-STEP                                  *
      * Print every ledger entry for one chain step (one per      *
      * stream for a parallel FIZ010).  FIZZMRG is required only  *
      * on a parallel night - a FIZ010 entry with a stream id.     *
      *-----------------------------------------------------------*
       4100-PRINT-ONE-CHAIN-STEP.
           MOVE "N" TO WS-CS-FOUND-SW.
           PERFORM 4110-PRINT-ONE-ENTRY THRU 4110-PRINT-ONE-ENTRY-EXIT
               VARYING WS-ENT-NO FROM 1 BY 1
               UNTIL WS-ENT-NO > WS-ENT-COUNT.

           IF NOT WS-CS-FOUND
               AND (WS-CS-REQUIRED(WS-CS-NO) OR WS-PARALLEL-NIGHT)
               MOVE "Y" TO WS-BREAK-SW
               MOVE WS-CS-NAME(WS-CS-NO) TO SM-STEP
               WRITE RP-REPORT-LINE FROM WS-STEP-MISSING-LINE
           END-IF.
       4100-PRINT-ONE-CHAIN-STEP-EXIT.
           EXIT.

       4110-PRINT-ONE-ENTRY.
           IF WS-ENT-STEP(WS-ENT-NO) NOT = WS-CS-NAME(WS-CS-NO)
               GO TO 4110-PRINT-ONE-ENTRY-EXIT
           END-IF.
           MOVE "Y" TO WS-CS-FOUND-SW.

           MOVE WS-ENT-STEP(WS-ENT-NO) TO SP-STEP.
           MOVE WS-ENT-STREAM(WS-ENT-NO) TO SP-STREAM.
           MOVE WS-ENT-LAST-RUN(WS-ENT-NO) TO SP-RUNS.
           MOVE WS-ENT-START-TIME(WS-ENT-NO)(1:2)
               TO SP-START-TIME(1:2).
           MOVE ":" TO SP-START-TIME(3:1).
           MOVE WS-ENT-START-TIME(WS-ENT-NO)(3:2)
               TO SP-START-TIME(4:2).
           IF WS-ENT-DONE(WS-ENT-NO)
               MOVE WS-ENT-END-TIME(WS-ENT-NO)(1:2)
                   TO SP-END-TIME(1:2)
               MOVE ":" TO SP-END-TIME(3:1)
               MOVE WS-ENT-END-TIME(WS-ENT-NO)(3:2)
                   TO SP-END-TIME(4:2)
               MOVE WS-ENT-RC(WS-ENT-NO) TO SP-RC
               IF WS-ENT-RC(WS-ENT-NO) > WS-CS-RC-LIMIT(WS-CS-NO)
                   MOVE "Y" TO WS-BREAK-SW
                   MOVE "*** ENDED ABOVE ITS RC LIMIT" TO SP-STATUS
               ELSE
                   MOVE "COMPLETED" TO SP-STATUS
               END-IF
           ELSE
               MOVE "Y" TO WS-BREAK-SW
               MOVE SPACES TO SP-END-TIME
               MOVE SPACES TO SP-RC
               MOVE "*** ABENDED - NO COMPLETION" TO SP-STATUS
           END-IF.
           WRITE RP-REPORT-LINE FROM WS-STEP-DETAIL-LINE.

           PERFORM 4120-PRINT-ONE-OVERRIDE THRU
               4120-PRINT-ONE-OVERRIDE-EXIT
               VARYING WS-OVR-NO FROM 1 BY 1
               UNTIL WS-OVR-NO > WS-OVR-COUNT.
       4110-PRINT-ONE-ENTRY-EXIT.
           EXIT.

       4120-PRINT-ONE-OVERRIDE.
           IF WS-OVR-ENTRY(WS-OVR-NO) NOT = WS-ENT-NO
               GO TO 4120-PRINT-ONE-OVERRIDE-EXIT
           END-IF.
           MOVE WS-OVR-RUN(WS-OVR-NO) TO OV-RUN-NO.
           EVALUATE WS-OVR-GATE(WS-OVR-NO)
               WHEN "P"
                   MOVE "PREDECESSOR" TO OV-GATE
               WHEN "R"
                   MOVE "RERUN" TO OV-GATE
               WHEN "B"
                   MOVE "BOTH" TO OV-GATE
               WHEN OTHER
                   MOVE "NOT NEEDED" TO OV-GATE
           END-EVALUATE.
           MOVE WS-OVR-USER(WS-OVR-NO) TO OV-USER.
           MOVE WS-OVR-REASON(WS-OVR-NO) TO OV-REASON.
           WRITE RP-REPORT-LINE FROM WS-OVERRIDE-LINE.
       4120-PRINT-ONE-OVERRIDE-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-CHECK-STATUS-RECORDS                                  *
      * The count chain below still proves from the three status  *
      * records, so each must be present and written for the      *
      * cycle being reported - a (0) generation left over from    *
      * last cycle would otherwise prove a night that never ran.  *
      *-----------------------------------------------------------*
       4500-CHECK-STATUS-RECORDS.
           WRITE RP-REPORT-LINE FROM WS-REPORT-BLANK-LINE.
           IF NOT WS-RUNSTAT-FOUND
               MOVE "Y" TO WS-BREAK-SW
               MOVE "FIZ010 RUNSTAT STATUS RECORD MISSING" TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               IF WS-CYCLE-FOUND AND RS-RUN-DATE NOT = WS-CYCLE-DATE
                   MOVE "Y" TO WS-BREAK-SW
                   MOVE "FIZ010 STATUS IS FROM A PRIOR CYCLE"
                       TO FL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               END-IF
           END-IF.

           IF NOT WS-BALSTAT-FOUND
               MOVE "Y" TO WS-BREAK-SW
               MOVE "FIZZBAL BALSTAT STATUS RECORD MISSING" TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               IF WS-CYCLE-FOUND AND BS-RUN-DATE NOT = WS-CYCLE-DATE
                   MOVE "Y" TO WS-BREAK-SW
                   MOVE "FIZZBAL STATUS IS FROM A PRIOR CYCLE"
                       TO FL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               END-IF
               IF BS-NOT-IN-BALANCE
                   MOVE "Y" TO WS-BREAK-SW
                   MOVE "FIZZBAL REPORTED THE CYCLE OUT OF BALANCE"
                       TO FL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               END-IF
           END-IF.

           IF NOT WS-LODSTAT-FOUND
               MOVE "Y" TO WS-BREAK-SW
               MOVE "FIZZLOAD LODSTAT STATUS RECORD MISSING" TO FL-TEXT
               WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
           ELSE
               IF WS-CYCLE-FOUND AND LS-RUN-DATE NOT = WS-CYCLE-DATE
                   MOVE "Y" TO WS-BREAK-SW
                   MOVE "FIZZLOAD STATUS IS FROM A PRIOR CYCLE"
                       TO FL-TEXT
                   WRITE RP-REPORT-LINE FROM WS-FLAG-LINE
               END-IF
           END-IF.
       4500-CHECK-STATUS-RECORDS-EXIT.
           EXIT.

      *-----------------------------------------------------------*
