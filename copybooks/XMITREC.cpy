      ******************************************************************
      * COPYBOOK: XMITREC
      * PURPOSE:  Envelope records AMTXMT00 writes around a feed it
      *           transmits to the general ledger (XMITOUT). The
      *           transmission is one header, the feed records exactly
      *           as written (GLFEED layout, 120 bytes, or GLMSUM layout
      *           space-filled from 80 to 120 bytes), and one trailer.
      *           The first four bytes tell the envelope from the feed
      *           records, which begin with a numeric date or month.
      *           Layout agreed with the GL team - keep it in sync with
      *           their receiving job:
      *             XMTH-SEQ       transmission sequence number, one
      *                            higher for every transmission made
      *                            (a gap means one went missing); the
      *                            GL team echoes it on GLACK
      *             XMTH-FEED-TYPE 'D' nightly GLFEED for one business
      *                            date and cycle, 'M' monthly MGLFEED
      *                            (run date YYYYMM00, cycle 00),
      *                            'W' suspense write-offs (WOFEED)
      *                            or 'V' reversal offsets (REVFEED),
      *                            each for the business date and
      *                            cycle they were sent in
      *             XMTH-RETRANSMIT 'Y' when this replaces an earlier
      *                            transmission of the same feed,
      *                            XMTH-ORIG-SEQ naming the first one
      *             XMTT-RECORD-COUNT  feed records between header and
      *                            trailer
      *             XMTT-NET-TOTAL sum of GL-TOTAL (GLM-TOTAL on the
      *                            'B' records of a monthly feed)
      *             XMTT-HASH-TOTAL the same amounts summed without
      *                            their signs, so offsetting errors
      *                            cannot cancel out
      ******************************************************************
       01  XMTH-RECORD.
           05  XMTH-REC-ID             PIC X(4).
               88  XMTH-IS-HEADER          VALUE 'XHDR'.
           05  XMTH-SYSTEM-ID          PIC X(8).
           05  XMTH-SEQ                PIC 9(7).
           05  XMTH-FEED-TYPE          PIC X(1).
               88  XMTH-DAILY-FEED         VALUE 'D'.
               88  XMTH-MONTHLY-FEED       VALUE 'M'.
               88  XMTH-WRITE-OFF-FEED     VALUE 'W'.
               88  XMTH-REVERSAL-FEED      VALUE 'V'.
           05  XMTH-RUN-DATE           PIC 9(8).
           05  XMTH-CYCLE              PIC 9(2).
           05  XMTH-CREATE-DATE        PIC 9(8).
           05  XMTH-CREATE-TIME        PIC 9(8).
           05  XMTH-RETRANSMIT         PIC X(1).
               88  XMTH-IS-RETRANSMIT      VALUE 'Y'.
           05  XMTH-ORIG-SEQ           PIC 9(7).
           05  FILLER                  PIC X(66).
       01  XMTT-RECORD.
           05  XMTT-REC-ID             PIC X(4).
               88  XMTT-IS-TRAILER         VALUE 'XTRL'.
           05  XMTT-SYSTEM-ID          PIC X(8).
           05  XMTT-SEQ                PIC 9(7).
           05  XMTT-RECORD-COUNT       PIC 9(9).
           05  XMTT-NET-TOTAL          PIC S9(13)V99.
           05  XMTT-HASH-TOTAL         PIC 9(13)V99.
           05  FILLER                  PIC X(62).
