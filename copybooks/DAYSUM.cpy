      ******************************************************************
      * COPYBOOK: DAYSUM
      * PURPOSE:  Daily summary of the AMTLOOK detail, one record per
      *           run date / cycle / batch id / department, kept on
      *           the permanent DAYSUM VSAM KSDS. AMTSUM00 maintains
      *           it alongside every AMTLOOK write (2500-WRITE-LOOKUP),
      *           so the month-end rollup (AMTMON00) and the trend
      *           check (AMTTRD00) read one record per batch instead
      *           of every pair. The key is the AMTLOOK key with the
      *           department in place of the record sequence, so the
      *           file arrives in the same date-major order.
      *           DSUM-PAIR-COUNT / DSUM-TOTAL / DSUM-MIN-RESULT /
      *           DSUM-MAX-RESULT cover live pairs only (the pair
      *           result, LOOKUP-RESULT); pairs AMTREV00 has reversed
      *           are carried separately in DSUM-REV-COUNT and
      *           DSUM-REV-TOTAL. A group whose pairs are all reversed
      *           keeps its record with a zero live count.
      *           AMTDSM00 regenerates the records from AMTLOOK (and
      *           from a catalogued archive) after a reversal or a
      *           restore, and in compare mode proves the file still
      *           agrees with the detail. DSUM-BUILD-SOURCE and the
      *           build date/time show which program last built the
      *           record: 'S' AMTSUM00 (run business date and start
      *           time), 'R' an AMTDSM00 rebuild (system date/time).
      *           The records survive AMTPRG00's purge of the detail.
      ******************************************************************
       01  DSUM-RECORD.
           05  DSUM-KEY.
               10  DSUM-RUN-DATE       PIC 9(8).
               10  DSUM-CYCLE          PIC 9(2).
               10  DSUM-BATCH-ID       PIC X(8).
               10  DSUM-DEPT           PIC X(4).
           05  DSUM-PAIR-COUNT         PIC 9(7).
           05  DSUM-TOTAL              PIC S9(12)V99.
           05  DSUM-MIN-RESULT         PIC S9(8)V99.
           05  DSUM-MAX-RESULT         PIC S9(8)V99.
           05  DSUM-REV-COUNT          PIC 9(7).
           05  DSUM-REV-TOTAL          PIC S9(12)V99.
           05  DSUM-BUILD-SOURCE       PIC X(1).
               88  DSUM-BUILT-BY-SUM       VALUE 'S'.
               88  DSUM-BUILT-BY-REBUILD   VALUE 'R'.
           05  DSUM-BUILD-DATE         PIC 9(8).
           05  DSUM-BUILD-TIME         PIC 9(8).
           05  FILLER                  PIC X(19).
