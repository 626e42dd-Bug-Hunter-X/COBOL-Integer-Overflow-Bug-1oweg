      ******************************************************************
      * COPYBOOK: GLYSUM
      * PURPOSE:  Annual GL summary feed record written by AMTYRE00,
      *           the fiscal year-end close, in the style of the
      *           monthly GLMSUM feed. One 'B' record is written per
      *           batch id and one 'D' record per department with the
      *           fiscal year's count and total, followed by a single
      *           'Y' record carrying the year totals. GLY-FIRST-MONTH
      *           and GLY-LAST-MONTH give the calendar months the
      *           fiscal year covers. Field widths are shared with the
      *           general ledger interface job - keep them in sync.
      ******************************************************************
       01  GLY-RECORD.
           05  GLY-FISCAL-YEAR         PIC 9(4).
           05  GLY-REC-TYPE            PIC X(1).
               88  GLY-BATCH-SUMMARY       VALUE 'B'.
               88  GLY-DEPT-SUMMARY        VALUE 'D'.
               88  GLY-YEAR-TOTAL          VALUE 'Y'.
           05  GLY-SUMMARY-ID          PIC X(8).
           05  GLY-RECORD-COUNT        PIC 9(9).
           05  GLY-TOTAL               PIC S9(13)V99.
           05  GLY-FIRST-MONTH         PIC 9(6).
           05  GLY-LAST-MONTH          PIC 9(6).
           05  FILLER                  PIC X(31).
