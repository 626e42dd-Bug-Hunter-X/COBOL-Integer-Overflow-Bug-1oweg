      *           general ledger team for each GL-FEED-RECORD we sent
      *           (see GLFEED). GLA-DATE/GLA-BATCH-ID/amount fields
      *           echo the feed record; GLA-POST-STATUS says what the
      *           ledger did with it. GLA-XMIT-SEQ echoes the
      *           transmission sequence number from the envelope the
      *           record arrived in (see XMITREC) so AMTREC00 can tie
      *           the acknowledgment to its transmission on XMITLOG;
      *           it is zero on returns for feeds sent before the
      *           envelope existed. Field widths are agreed with the
      *           GL team - keep them in sync with their return job.
      ******************************************************************
       01  GLACK-RECORD.
               88  GLA-POSTED              VALUE 'P'.
               88  GLA-LEDGER-REJECTED     VALUE 'R'.
           05  GLA-POST-DATE           PIC 9(8).
           05  GLA-XMIT-SEQ            PIC 9(7).
           05  FILLER                  PIC X(20).
