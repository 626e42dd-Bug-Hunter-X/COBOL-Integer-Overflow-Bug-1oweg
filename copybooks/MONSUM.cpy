      ******************************************************************
      * COPYBOOK: MONSUM
      * PURPOSE:  Permanent monthly summary history, one record per
      *           closed month / batch id / department, kept on the
      *           MONSUM VSAM KSDS. AMTMON00 writes the month's set
      *           when its rollup closes the period (a rerun of the
      *           month replaces the set), so the figures survive
      *           after AMTPRG00 has purged the AMTLOOK detail.
      *           AMTYRE00 reads it for the fiscal year-end annual
      *           report, the year-over-year comparison with the
      *           prior fiscal year, and the annual GL summary feed.
      *           Reversed pairs are already excluded, as in the
      *           monthly rollup itself.
      ******************************************************************
       01  MSUM-RECORD.
           05  MSUM-KEY.
               10  MSUM-MONTH          PIC 9(6).
               10  MSUM-BATCH-ID       PIC X(8).
               10  MSUM-DEPT           PIC X(4).
           05  MSUM-RECORD-COUNT       PIC 9(9).
           05  MSUM-TOTAL              PIC S9(13)V99.
           05  MSUM-ROLLUP-DATE        PIC 9(8).
           05  FILLER                  PIC X(30).
