      * FLAG carries the verdict ("Y" in balance, "N" out), and
      * the counts are the same reconciliation numbers the report
      * prints - extract in, classified and exception records
      * matched, recycled suspense, and duplicates - and the
      * suspense entries written off on the FIZZSUS workbench that
      * the suspense roll-forward proof counted as accounted for.
      *
      * 2026-09-02  AJW  Initial version.
      * 2026-10-13  AJW  BS-CNT-WRITTEN-OFF added from the filler.
      *****************************************************************
       01  BALANCE-STATUS-RECORD.
           05  BS-JOB-NAME                 PIC X(08).
           05  BS-BALANCE-FLAG             PIC X(01).
               88  BS-IN-BALANCE           VALUE "Y".
               88  BS-NOT-IN-BALANCE       VALUE "N".
           05  BS-CNT-WRITTEN-OFF          PIC 9(07).
           05  FILLER                      PIC X(07).
