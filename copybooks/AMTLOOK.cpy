      *           processing cycle (from the BUSCAL 'B' card - see
      *           CALREC) follows the run date in the key so several
      *           cycles of the same business day never collide.
      *           LOOKUP-REV-IND is 'R' once AMTREV00 has reversed
      *           the pair on the ledger; AMTINQ00 shows it as
      *           reversed and AMTMON00 / AMTTRD00 no longer count it
      *           as live activity. Those two read the DAYSUM summary
      *           of this file, not the detail; AMTDSM00 rebuilds and
      *           compares that summary after a reversal or restore.
      *           LOOKUP-DATA-1/-2 and LOOKUP-RESULT are in the
      *           functional currency (see FXRATE); LOOKUP-CURRENCY,
      *           LOOKUP-FX-RATE and the LOOKUP-TRAN- fields keep the
      *           batch currency, the rate AMTSUM00 converted at and
      *           the pair as the feeder sent it.
      ******************************************************************
       01  LOOKUP-RECORD.
           05  LOOKUP-KEY.
           05  LOOKUP-DATA-2           PIC S9(7)V99.
           05  LOOKUP-RESULT           PIC S9(8)V99.
           05  LOOKUP-DEPT             PIC X(4).
           05  LOOKUP-REV-IND          PIC X(1).
               88  LOOKUP-REVERSED         VALUE 'R'.
           05  LOOKUP-CURRENCY         PIC X(3).
           05  LOOKUP-FX-RATE          PIC 9(3)V9(6).
           05  LOOKUP-TRAN-DATA-1      PIC S9(7)V99.
           05  LOOKUP-TRAN-DATA-2      PIC S9(7)V99.
           05  LOOKUP-TRAN-RESULT      PIC S9(8)V99.
           05  FILLER                  PIC X(2).
