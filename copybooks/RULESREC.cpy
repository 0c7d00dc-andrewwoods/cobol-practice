      * classification label by itself - other matching labels are
      * suppressed instead of being strung on.
      *
      * RULE-VERSION-ID identifies the rules generation the record
      * belongs to - FIZZRULE stamps every record of each NEWRULES
      * generation it writes with the same sequence number (one
      * higher than the generation it read) and the date/time it
      * wrote it, which is when that version took effect.  The id
      * is what FIZZBUZZ carries onto AUDITFL, RUNSTAT, and every
      * classified record, and the RULELOG (see RULELOG.CPY) holds
      * the transaction cards behind each version.  A file written
      * before versioning carries spaces here and reads as version
      * zero.
      *
      * 2026-08-09  AJW  Initial version.
      * 2026-08-22  AJW  RULE-STATUS added for FIZZRULE maintained
      *                  delete/reactivate support.
      *                  exclusive flag added for seasonal
      *                  promotional labels - no more swapping the
      *                  whole rules dataset around each promotion.
      * 2026-10-08  AJW  RULE-VERSION-ID (sequence number and
      *                  effective date/time) added.
      *****************************************************************
       01  RULES-FILE-RECORD.
           05  RULE-DIVISOR                PIC 9(03).
           05  RULE-PRIORITY               PIC X(03).
           05  RULE-EXCL-FLAG              PIC X(01).
               88  RULE-EXCLUSIVE          VALUE "Y".
           05  RULE-VERSION-ID.
               10  RULE-VERSION-SEQ        PIC 9(06).
               10  RULE-VERSION-DATE       PIC 9(08).
               10  RULE-VERSION-TIME       PIC 9(06).
           05  FILLER                      PIC X(26).
