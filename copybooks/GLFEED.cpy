      *           per cycle. GL-PPA-IND is 'P' when the activity was
      *           dated in a closed accounting period (see PERDREC)
      *           and AMTSUM00 diverted it to the current period as a
      *           prior-period adjustment. It is 'Y' instead when the
      *           whole fiscal year of that period has been closed by
      *           AMTYRE00 - a prior-YEAR adjustment, which the ledger
      *           posts against the current year, not the closed one.
      *           GL-ENTRY-IND is 'R' on the offsetting entries
      *           AMTREV00 writes to back out a batch that already
      *           posted; GL-ORIG-REF then carries the run date,
      *           cycle and record sequence of the original pair
      *           (the AMTLOOK key with GL-BATCH-ID) so the ledger
      *           can tie each reversal to what it reverses. Both
      *           are blank/zero on normal entries.
      *           GL-ENTRY-IND is 'W' on the entries AMTCOR00 writes to
      *           WOFEED when a suspense item is written off: the
      *           amounts the feeder sent for the item, posted to the
      *           write-off account named on the WOCTL card (in
      *           GL-NAT-ACCOUNT) for the department of the batch.
      *           GL-ORIG-REF then carries the suspense run date,
      *           cycle and sequence (the SUSPREC key) of the item.
      *           GL-COST-CENTER and GL-NAT-ACCOUNT are the GL mapping
      *           of GL-DEPT from the department master (see DEPTREC)
      *           so finance no longer re-keys the mapping; they are
      *           blank when the master was not available to the run.
      *           GL-AMOUNT-1, GL-AMOUNT-2 and GL-TOTAL are in the
      *           functional currency the ledger is kept in (see
      *           FXRATE). The pair as the feeder sent it follows:
      *           GL-TRAN-CURRENCY is the batch currency (the
      *           functional currency when the batch named none),
      *           GL-FX-RATE the rate AMTSUM00 converted at, and
      *           GL-TRAN-AMOUNT-1/-2/GL-TRAN-TOTAL the original
      *           amounts. Batch trailers, FEEDCTL and the daily proof
      *           balance in the original amounts; the ledger posts
      *           the functional ones.
      ******************************************************************
       01  GL-FEED-RECORD.
           05  GL-DATE                 PIC 9(8).
           05  GL-CYCLE                PIC 9(2).
           05  GL-PPA-IND              PIC X(1).
               88  GL-PRIOR-PERIOD-ADJ     VALUE 'P'.
               88  GL-PRIOR-YEAR-ADJ       VALUE 'Y'.
           05  GL-ENTRY-IND            PIC X(1).
               88  GL-REVERSAL-ENTRY       VALUE 'R'.
               88  GL-WRITE-OFF-ENTRY      VALUE 'W'.
           05  GL-ORIG-REF.
               10  GL-ORIG-DATE        PIC 9(8).
               10  GL-ORIG-CYCLE       PIC 9(2).
               10  GL-ORIG-SEQ         PIC 9(7).
           05  GL-COST-CENTER          PIC X(5).
           05  GL-NAT-ACCOUNT          PIC X(6).
           05  GL-TRAN-CURRENCY        PIC X(3).
           05  GL-FX-RATE              PIC 9(3)V9(6).
           05  GL-TRAN-AMOUNT-1        PIC S9(7)V99.
           05  GL-TRAN-AMOUNT-2        PIC S9(7)V99.
           05  GL-TRAN-TOTAL           PIC S9(8)V99.
