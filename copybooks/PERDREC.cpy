      *               start of run; activity dated in a closed period
      *               is diverted to the current period and flagged
      *               as a prior-period adjustment on the GL feed
      *             - AMTREV00 posts the offsets for a reversal of
      *               closed-month activity into the current period
      *               as a prior-period adjustment
      *             - AMTRST00 refuses to reload purged AMTLOOK
      *               records whose run date falls in a closed month
      *             - AMTPER00 prints the open/closed state and close
      *               date per month
      *           A month with no record on the file is open.
      *           AMTYRE00, the fiscal year-end close, stamps every
      *           month of a fiscal year with that year and a 'C'
      *           year status once all twelve months are closed. A
      *           year-closed month is locked harder than a closed
      *           month: AMTMON00 will not roll it up again, and late
      *           activity dated in it (AMTSUM00, AMTREV00) is
      *           diverted as a prior-YEAR adjustment (GL-PPA-IND
      *           'Y'); AMTRST00 reports restores refused for it
      *           separately. Programs that rewrite this file carry
      *           the year fields through unchanged.
      ******************************************************************
       01  PERIOD-RECORD.
           05  PER-MONTH               PIC 9(6).
               88  PER-OPEN                VALUE 'O'.
               88  PER-CLOSED              VALUE 'C'.
           05  PER-CLOSE-DATE          PIC 9(8).
           05  PER-FISCAL-YEAR         PIC 9(4).
           05  PER-YEAR-STATUS         PIC X(1).
               88  PER-YEAR-CLOSED         VALUE 'C'.
           05  PER-YEAR-CLOSE-DATE     PIC 9(8).
           05  FILLER                  PIC X(52).
