      ******************************************************************
      * COPYBOOK: XMITLOG
      * PURPOSE:  Transmit log record, appended by AMTXMT00 for every
      *           transmission it builds. XMITLOG is a permanent
      *           history in sequence order and is never deleted: it
      *           gives the next transmission sequence number, stops
      *           the same feed (type, run date and cycle) being sent
      *           twice unless a supervisor asks for a retransmit, and
      *           lets AMTREC00 tie each GLACK acknowledgment back to
      *           the transmission it answers. The counts and totals
      *           repeat the envelope trailer (see XMITREC).
      *           XLOG-OVERRIDE is 'Y' when the feed went out on a
      *           supervisor's override of the FEEDCTL status or of
      *           outstanding trend flags; XLOG-SUPERVISOR is then the
      *           overriding id (or the id that asked for the
      *           retransmit) and XLOG-REASON the reason given.
      *           XLOG-FEED-TYPE is as on the envelope header (see
      *           XMITREC); XLOG-FCTL-STATUS is blank for the feeds
      *           FEEDCTL does not control.
      ******************************************************************
       01  XLOG-RECORD.
           05  XLOG-SEQ                PIC 9(7).
           05  XLOG-FEED-TYPE          PIC X(1).
               88  XLOG-DAILY-FEED         VALUE 'D'.
               88  XLOG-MONTHLY-FEED       VALUE 'M'.
               88  XLOG-WRITE-OFF-FEED     VALUE 'W'.
               88  XLOG-REVERSAL-FEED      VALUE 'V'.
           05  XLOG-RUN-DATE           PIC 9(8).
           05  XLOG-CYCLE              PIC 9(2).
           05  XLOG-XMIT-DATE          PIC 9(8).
           05  XLOG-XMIT-TIME          PIC 9(8).
           05  XLOG-RECORD-COUNT       PIC 9(9).
           05  XLOG-NET-TOTAL          PIC S9(13)V99.
           05  XLOG-HASH-TOTAL         PIC 9(13)V99.
           05  XLOG-FCTL-STATUS        PIC X(1).
           05  XLOG-RETRANSMIT         PIC X(1).
               88  XLOG-IS-RETRANSMIT      VALUE 'Y'.
           05  XLOG-ORIG-SEQ           PIC 9(7).
           05  XLOG-OVERRIDE           PIC X(1).
               88  XLOG-WAS-OVERRIDDEN     VALUE 'Y'.
           05  XLOG-SUPERVISOR         PIC X(8).
           05  XLOG-REASON             PIC X(22).
           05  FILLER                  PIC X(7).
