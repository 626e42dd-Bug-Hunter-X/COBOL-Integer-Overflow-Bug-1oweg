      *           (and duplicates after the corrected rerun). Such a
      *           feed is reported and skipped; pending items and
      *           acknowledgments are still reconciled.
      *           Since the ledger hand-off became AMTXMT00, the
      *           transmit log (XMITLOG - see XMITLOG) is read when it
      *           is available and decides instead: only feed records
      *           whose date and cycle went out in a nightly
      *           transmission are ingested, whatever FEEDCTL shows
      *           (a held feed may have gone under a supervisor
      *           override; an untransmitted cycle is reported and
      *           skipped). Each acknowledgment carrying a transmission
      *           sequence number (GLA-XMIT-SEQ) is tied to the
      *           transmission it belongs to and only matches feed
      *           records of that transmission's cycle; one for a
      *           monthly summary transmission is counted against it
      *           and not matched to the detail, and one for a
      *           sequence number never sent is listed. Every
      *           transmission acknowledged today or sent in the last
      *           week is printed with its records sent, acks,
      *           posted and rejected.
      *           Suspense write-offs and reversal offsets go to the
      *           ledger in their own transmissions (AMTXMT00
      *           PARM='WRITEOFF' / 'REVERSAL'), and AMTXMTJ adds
      *           what it sent to GLADJ. Those entries are read from
      *           GLADJ (optional) and reconciled and carried forward
      *           like feed records. An acknowledgment tied to a
      *           write-off or reversal transmission matches only
      *           entries of that kind (GL-ENTRY-IND - see GLFEED), and
      *           one tied to a nightly transmission only normal
      *           entries. The entries are not part of the daily proof
      *           and are left out of the RECSTAT batch statistics.
      *           Every run appends machine-readable statistics to
      *           RECSTAT (see RUNSTAT): a run header, then for each
      *           GL date / cycle / batch the count and amount posted
      *           (with or without a difference), ledger-rejected and
      *           still pending, then run-level counts. The daily
      *           proof (AMTPRF00) uses them to show where every feed
      *           record ended up. Acknowledgments are matched on the
      *           functional-currency amounts the ledger posted; the
      *           RECSTAT amounts are the original batch-currency
      *           totals (GL-TRAN-TOTAL) the rest of the proof uses.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTREC00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT STAT-FILE ASSIGN TO RECSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECSTAT-STATUS.

           SELECT XMIT-LOG-FILE ASSIGN TO XMITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMITLOG-STATUS.

           SELECT ADJ-FEED-FILE ASSIGN TO GLADJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-IN-FILE
           RECORDING MODE IS F.
       01  PEND-IN-RECORD              PIC X(120).

       FD  GL-FEED-FILE
           RECORDING MODE IS F.

       FD  PEND-OUT-FILE
           RECORDING MODE IS F.
       01  PEND-OUT-RECORD             PIC X(120).

       FD  RECON-RPT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY CALREC.

       FD  STAT-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  XMIT-LOG-FILE
           RECORDING MODE IS F.
       COPY XMITLOG.

       FD  ADJ-FEED-FILE
           RECORDING MODE IS F.
       01  ADJ-FEED-RECORD             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PENDIN-STATUS            PIC X(2).
       01  WS-GLFEED-STATUS            PIC X(2).
       01  WS-PENDOUT-STATUS           PIC X(2).
       01  WS-RECONRPT-STATUS          PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-RECSTAT-STATUS           PIC X(2).
       01  WS-XMITLOG-STATUS           PIC X(2).
       01  WS-GLADJ-STATUS             PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
               88  WS-FCTL-END             VALUE 'Y'.
           05  WS-FEED-USABLE-SWITCH   PIC X VALUE 'N'.
               88  WS-FEED-USABLE          VALUE 'Y'.
           05  WS-XLOG-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-XLOG-END             VALUE 'Y'.
           05  WS-XLOG-AVAIL-SWITCH    PIC X VALUE 'N'.
               88  WS-XLOG-AVAILABLE       VALUE 'Y'.
           05  WS-ADJ-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-ADJ-END              VALUE 'Y'.
           05  WS-ADJ-AVAIL-SWITCH     PIC X VALUE 'N'.
               88  WS-ADJ-AVAILABLE        VALUE 'Y'.

       01  WS-FEED-CONTROL-AREA.
           05  WS-LAST-FEED-STATUS     PIC X(1) VALUE SPACE.
           05  WS-FW-AMOUNT-2          PIC S9(7)V99.
           05  WS-FW-TOTAL             PIC S9(8)V99.
           05  WS-FW-DEPT              PIC X(4).
           05  WS-FW-CYCLE             PIC 9(2).
           05  FILLER                  PIC X(1).
           05  WS-FW-ENTRY-IND         PIC X(1).
           05  FILLER                  PIC X(28).
           05  WS-FW-TRAN-CURRENCY     PIC X(3).
           05  WS-FW-FX-RATE           PIC 9(3)V9(6).
           05  WS-FW-TRAN-AMOUNT-1     PIC S9(7)V99.
           05  WS-FW-TRAN-AMOUNT-2     PIC S9(7)V99.
           05  WS-FW-TRAN-TOTAL        PIC S9(8)V99.

       01  WS-ACK-TABLE-AREA.
           05  WS-AT-MAX               PIC S9(4) COMP VALUE +2000.
               10  WS-AT-TOTAL         PIC S9(8)V99.
               10  WS-AT-STATUS        PIC X(1).
               10  WS-AT-MATCHED       PIC X(1).
               10  WS-AT-XMIT-SEQ      PIC 9(7).
               10  WS-AT-XT-IX         PIC S9(4) COMP.
               10  WS-AT-CYCLE         PIC 9(2).
               10  WS-AT-ENTRY-IND     PIC X(1).

      * Transmissions from XMITLOG that today's acknowledgments name,
      * plus every one sent in the last WS-XT-KEEP-DAYS days.
       01  WS-XMIT-TABLE-AREA.
           05  WS-XT-MAX               PIC S9(4) COMP VALUE +300.
           05  WS-XT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-XT-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-XT-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-XT-KEEP-DAYS         PIC 9(4)       VALUE 7.
           05  WS-XT-DROPPED           PIC 9(7)       VALUE ZERO.
           05  WS-XT-ENTRY OCCURS 300 TIMES.
               10  WS-XT-SEQ           PIC 9(7).
               10  WS-XT-FEED-TYPE     PIC X(1).
               10  WS-XT-RUN-DATE      PIC 9(8).
               10  WS-XT-CYCLE         PIC 9(2).
               10  WS-XT-SENT-COUNT    PIC 9(9).
               10  WS-XT-ACK-COUNT     PIC 9(7).
               10  WS-XT-POST-COUNT    PIC 9(7).
               10  WS-XT-LREJ-COUNT    PIC 9(7).

      * Outcome of every feed / pending record by GL date, cycle and
      * batch, written to RECSTAT at the end of the run.
       01  WS-STAT-TABLE-AREA.
           05  WS-ST-MAX               PIC S9(4) COMP VALUE +500.
           05  WS-ST-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-ST-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-ST-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-ST-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-ST-OUTCOME           PIC X(4)      VALUE SPACES.
           05  WS-ST-ENTRY OCCURS 500 TIMES.
               10  WS-ST-DATE          PIC 9(8).
               10  WS-ST-CYCLE         PIC 9(2).
               10  WS-ST-BATCH-ID      PIC X(8).
               10  WS-ST-DEPT          PIC X(4).
               10  WS-ST-POST-COUNT    PIC 9(7).
               10  WS-ST-POST-TOTAL    PIC S9(12)V99.
               10  WS-ST-LREJ-COUNT    PIC 9(7).
               10  WS-ST-LREJ-TOTAL    PIC S9(12)V99.
               10  WS-ST-PEND-COUNT    PIC 9(7).
               10  WS-ST-PEND-TOTAL    PIC S9(12)V99.

       01  WS-STAT-WORK.
           05  WS-STAT-REC-TYPE        PIC X(1).
           05  WS-STAT-ITEM-DATE       PIC 9(8).
           05  WS-STAT-ITEM-CYCLE      PIC 9(2).
           05  WS-STAT-BATCH-ID        PIC X(8).
           05  WS-STAT-DEPT            PIC X(4).
           05  WS-STAT-CODE            PIC X(4).
           05  WS-STAT-COUNT           PIC 9(7).
           05  WS-STAT-AMOUNT          PIC S9(12)V99.

       01  WS-AGING-AREA.
           05  WS-ESCALATE-DAYS        PIC 9(4)  VALUE 3.
           05  WS-PENDING-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-ESCALATED-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-ORPHAN-ACK-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-UNKNOWN-XMIT-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-MONTHLY-ACK-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-NOT-SENT-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-READ-COUNT       PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2) VALUE 1.
           05  WS-RUN-DATE             PIC X(10).
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-RPT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-RPT-XMIT-HEADER.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(33)
               VALUE "XMIT NO  TYPE     RUN DATE   CY  ".
           05  FILLER                  PIC X(36)
               VALUE "     SENT     ACKS   POSTED REJECTED".
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-RPT-XMIT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-XT-SEQ           PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-XT-TYPE          PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-XT-RUN-DATE      PIC 9(8).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPT-XT-CYCLE         PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-XT-SENT          PIC ZZZZZZZZ9.
           05  WS-RPT-XT-ACKS          PIC ZZZZZZZZ9.
           05  WS-RPT-XT-POSTED        PIC ZZZZZZZZ9.
           05  WS-RPT-XT-LREJ          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-XT-NOTE          PIC X(20).
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACKS UNTIL WS-ACK-END
           IF WS-XLOG-AVAILABLE
               PERFORM 2500-LOAD-TRANSMIT-LOG
               PERFORM 2600-LINK-ACK-TO-XMIT
                   VARYING WS-AT-IX FROM 1 BY 1
                   UNTIL WS-AT-IX > WS-AT-COUNT
           END-IF
           PERFORM 3000-RECONCILE-PENDING UNTIL WS-PEND-END
           PERFORM 4000-RECONCILE-FEED UNTIL WS-FEED-END
           PERFORM 4500-RECONCILE-ADJUSTMENT UNTIL WS-ADJ-END
           PERFORM 5000-REPORT-ORPHAN-ACKS
           PERFORM 6000-PRINT-SUMMARY
           PERFORM 6500-WRITE-RUN-STATS
           PERFORM 9000-TERMINATE
           IF WS-DIFFERENCE-COUNT > ZERO
               OR WS-LEDGER-REJ-COUNT > ZERO
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE
           PERFORM 1400-OPEN-TRANSMIT-LOG
           PERFORM 1450-OPEN-ADJUSTMENT-FEED
           PERFORM 1300-CHECK-FEED-CONTROL
           PERFORM 2100-READ-ACK
           PERFORM 3100-READ-PENDING
               PERFORM 4100-READ-FEED
           ELSE
               MOVE 'Y' TO WS-FEED-EOF-SWITCH
           END-IF
           IF WS-ADJ-AVAILABLE
               PERFORM 4600-READ-ADJUSTMENT
           ELSE
               MOVE 'Y' TO WS-ADJ-EOF-SWITCH
           END-IF.

       1300-CHECK-FEED-CONTROL.
                   UNTIL WS-FCTL-END
               CLOSE FEEDCTL-FILE
           END-IF
           IF WS-XLOG-AVAILABLE
                   OR WS-LAST-FEED-STATUS = 'C'
                   OR WS-LAST-FEED-STATUS = 'R'
               MOVE 'Y' TO WS-FEED-USABLE-SWITCH
           ELSE
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * The transmit log is optional so that the reconciliation
      * still runs (on FEEDCTL alone) where no log has been kept.
       1400-OPEN-TRANSMIT-LOG.
           OPEN INPUT XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS = "00"
               MOVE 'Y' TO WS-XLOG-AVAIL-SWITCH
           ELSE
               DISPLAY "*** XMITLOG NOT AVAILABLE (STATUS="
                   WS-XMITLOG-STATUS ") - FEED GATED ON FEEDCTL AND "
                   "ACKS NOT TIED TO TRANSMISSIONS ***"
           END-IF.

      * GLADJ is optional too: without it no write-off or reversal
      * entries are reconciled, and their acks are left unmatched.
       1450-OPEN-ADJUSTMENT-FEED.
           OPEN INPUT ADJ-FEED-FILE
           IF WS-GLADJ-STATUS = "00"
               MOVE 'Y' TO WS-ADJ-AVAIL-SWITCH
           ELSE
               DISPLAY "*** GLADJ NOT AVAILABLE (STATUS="
                   WS-GLADJ-STATUS ") - NO WRITE-OFF OR REVERSAL "
                   "ENTRIES TAKEN ***"
           END-IF.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE-8 TO WS-BUS-DATE-8
                           AND CAL-BUS-DATE IS NUMERIC
                       MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
                   END-IF
                   IF CAL-BUSDATE-REC
                           AND CAL-BUS-CYCLE IS NUMERIC
                           AND CAL-BUS-CYCLE > ZERO
                       MOVE CAL-BUS-CYCLE TO WS-BUS-CYCLE
                   END-IF
           END-READ
           IF WS-BUSCAL-STATUS NOT = "00"
                   AND WS-BUSCAL-STATUS NOT = "10"
               MOVE GLA-TOTAL TO WS-AT-TOTAL(WS-AT-COUNT)
               MOVE GLA-POST-STATUS TO WS-AT-STATUS(WS-AT-COUNT)
               MOVE 'N' TO WS-AT-MATCHED(WS-AT-COUNT)
               IF GLA-XMIT-SEQ IS NUMERIC
                   MOVE GLA-XMIT-SEQ TO WS-AT-XMIT-SEQ(WS-AT-COUNT)
               ELSE
                   MOVE ZERO TO WS-AT-XMIT-SEQ(WS-AT-COUNT)
               END-IF
               MOVE ZERO TO WS-AT-XT-IX(WS-AT-COUNT)
               MOVE ZERO TO WS-AT-CYCLE(WS-AT-COUNT)
               MOVE SPACE TO WS-AT-ENTRY-IND(WS-AT-COUNT)
           ELSE
               ADD 1 TO WS-ACK-DROPPED-COUNT
           END-IF
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2500-LOAD-TRANSMIT-LOG.
           PERFORM 2550-READ-TRANSMIT-LOG
               UNTIL WS-XLOG-END
           CLOSE XMIT-LOG-FILE.

       2550-READ-TRANSMIT-LOG.
           READ XMIT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-XLOG-EOF-SWITCH
               NOT AT END
                   PERFORM 2560-KEEP-TRANSMISSION
           END-READ
           IF WS-XMITLOG-STATUS NOT = "00"
                   AND WS-XMITLOG-STATUS NOT = "10"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2560-KEEP-TRANSMISSION.
           MOVE ZERO TO WS-AT-HIT-IX
           PERFORM 2570-SCAN-ACK-FOR-SEQ
               VARYING WS-AT-IX FROM 1 BY 1
               UNTIL WS-AT-IX > WS-AT-COUNT
           MOVE ZERO TO WS-ITEM-AGE
           IF XLOG-XMIT-DATE IS NUMERIC AND XLOG-XMIT-DATE > ZERO
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(XLOG-XMIT-DATE)
               COMPUTE WS-ITEM-AGE =
                   WS-TODAY-INTEGER - WS-ITEM-INTEGER
           END-IF
           IF WS-AT-HIT-IX > ZERO
                   OR WS-ITEM-AGE NOT > WS-XT-KEEP-DAYS
               IF WS-XT-COUNT < WS-XT-MAX
                   ADD 1 TO WS-XT-COUNT
                   MOVE XLOG-SEQ TO WS-XT-SEQ(WS-XT-COUNT)
                   MOVE XLOG-FEED-TYPE TO WS-XT-FEED-TYPE(WS-XT-COUNT)
                   MOVE XLOG-RUN-DATE TO WS-XT-RUN-DATE(WS-XT-COUNT)
                   MOVE XLOG-CYCLE TO WS-XT-CYCLE(WS-XT-COUNT)
                   MOVE XLOG-RECORD-COUNT
                       TO WS-XT-SENT-COUNT(WS-XT-COUNT)
                   MOVE ZERO TO WS-XT-ACK-COUNT(WS-XT-COUNT)
                   MOVE ZERO TO WS-XT-POST-COUNT(WS-XT-COUNT)
                   MOVE ZERO TO WS-XT-LREJ-COUNT(WS-XT-COUNT)
               ELSE
                   ADD 1 TO WS-XT-DROPPED
               END-IF
           END-IF.

       2570-SCAN-ACK-FOR-SEQ.
           IF WS-AT-XMIT-SEQ(WS-AT-IX) = XLOG-SEQ
               MOVE WS-AT-IX TO WS-AT-HIT-IX
               MOVE WS-AT-COUNT TO WS-AT-IX
           END-IF.

      * An ack naming a monthly summary transmission is accounted for
      * against it; it has no detail record here to match. One naming
      * a write-off or reversal transmission may only match entries of
      * that kind.
       2600-LINK-ACK-TO-XMIT.
           IF WS-AT-XMIT-SEQ(WS-AT-IX) > ZERO
               MOVE ZERO TO WS-XT-HIT-IX
               PERFORM 2650-SCAN-XMIT-BY-SEQ
                   VARYING WS-XT-IX FROM 1 BY 1
                   UNTIL WS-XT-IX > WS-XT-COUNT
               EVALUATE TRUE
                   WHEN WS-XT-HIT-IX = ZERO
                       MOVE 'U' TO WS-AT-MATCHED(WS-AT-IX)
                       ADD 1 TO WS-UNKNOWN-XMIT-COUNT
                       MOVE "ACK FOR UNKNOWN XMIT" TO WS-RPT-ITEM-TAG
                       MOVE WS-AT-DATE(WS-AT-IX) TO WS-RPT-ITEM-DATE
                       MOVE WS-AT-BATCH-ID(WS-AT-IX)
                           TO WS-RPT-ITEM-BATCH
                       MOVE WS-AT-TOTAL(WS-AT-IX) TO WS-RPT-ITEM-TOTAL
                       MOVE SPACES TO WS-RPT-ITEM-EXTRA
                       MOVE "TRANSMISSION: " TO WS-RPT-ITEM-EXTRA(1:14)
                       MOVE WS-AT-XMIT-SEQ(WS-AT-IX)
                           TO WS-RPT-ITEM-EXTRA(15:7)
                       MOVE WS-RPT-ITEM-LINE TO RPT-LINE
                       PERFORM 6100-WRITE-RPT-LINE
                   WHEN WS-XT-FEED-TYPE(WS-XT-HIT-IX) = 'M'
                       MOVE 'M' TO WS-AT-MATCHED(WS-AT-IX)
                       MOVE WS-XT-HIT-IX TO WS-AT-XT-IX(WS-AT-IX)
                       ADD 1 TO WS-MONTHLY-ACK-COUNT
                       ADD 1 TO WS-XT-ACK-COUNT(WS-XT-HIT-IX)
                       IF WS-AT-STATUS(WS-AT-IX) = 'R'
                           ADD 1 TO WS-XT-LREJ-COUNT(WS-XT-HIT-IX)
                       ELSE
                           ADD 1 TO WS-XT-POST-COUNT(WS-XT-HIT-IX)
                       END-IF
                   WHEN OTHER
                       MOVE WS-XT-HIT-IX TO WS-AT-XT-IX(WS-AT-IX)
                       MOVE WS-XT-CYCLE(WS-XT-HIT-IX)
                           TO WS-AT-CYCLE(WS-AT-IX)
                       EVALUATE WS-XT-FEED-TYPE(WS-XT-HIT-IX)
                           WHEN 'W'
                               MOVE 'W' TO WS-AT-ENTRY-IND(WS-AT-IX)
                           WHEN 'V'
                               MOVE 'R' TO WS-AT-ENTRY-IND(WS-AT-IX)
                           WHEN OTHER
                               MOVE SPACE TO WS-AT-ENTRY-IND(WS-AT-IX)
                       END-EVALUATE
                       ADD 1 TO WS-XT-ACK-COUNT(WS-XT-HIT-IX)
               END-EVALUATE
           END-IF.

       2650-SCAN-XMIT-BY-SEQ.
           IF WS-XT-SEQ(WS-XT-IX) = WS-AT-XMIT-SEQ(WS-AT-IX)
               MOVE WS-XT-IX TO WS-XT-HIT-IX
               MOVE WS-XT-COUNT TO WS-XT-IX
           END-IF.

       3000-RECONCILE-PENDING.
           ADD 1 TO WS-PEND-READ-COUNT
           MOVE PEND-IN-RECORD TO WS-FEED-WORK-RECORD
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * With the transmit log in use, a feed record whose date and
      * cycle never went out is not the ledger's to acknowledge.
       4000-RECONCILE-FEED.
           ADD 1 TO WS-FEED-READ-COUNT
           MOVE GL-FEED-RECORD TO WS-FEED-WORK-RECORD
           MOVE ZERO TO WS-XT-HIT-IX
           IF WS-XLOG-AVAILABLE
               PERFORM 4050-SCAN-XMIT-BY-CYCLE
                   VARYING WS-XT-IX FROM 1 BY 1
                   UNTIL WS-XT-IX > WS-XT-COUNT
           END-IF
           IF WS-XLOG-AVAILABLE AND WS-XT-HIT-IX = ZERO
               ADD 1 TO WS-NOT-SENT-COUNT
           ELSE
               PERFORM 7000-MATCH-WORK-RECORD
           END-IF
           PERFORM 4100-READ-FEED.

       4050-SCAN-XMIT-BY-CYCLE.
           IF WS-XT-FEED-TYPE(WS-XT-IX) = 'D'
               AND WS-XT-RUN-DATE(WS-XT-IX) = WS-FW-DATE
               AND WS-XT-CYCLE(WS-XT-IX) = WS-FW-CYCLE
               MOVE WS-XT-IX TO WS-XT-HIT-IX
               MOVE WS-XT-COUNT TO WS-XT-IX
           END-IF.

       4100-READ-FEED.
           READ GL-FEED-FILE
               AT END
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Everything on GLADJ went out in a write-off or reversal
      * transmission.
       4500-RECONCILE-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ-COUNT
           MOVE ADJ-FEED-RECORD TO WS-FEED-WORK-RECORD
           PERFORM 7000-MATCH-WORK-RECORD
           PERFORM 4600-READ-ADJUSTMENT.

       4600-READ-ADJUSTMENT.
           READ ADJ-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-ADJ-EOF-SWITCH
           END-READ
           IF WS-GLADJ-STATUS NOT = "00"
                   AND WS-GLADJ-STATUS NOT = "10"
               MOVE "ADJ-FEED" TO WS-FATAL-FILE-NAME
               MOVE WS-GLADJ-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       7000-MATCH-WORK-RECORD.
           MOVE ZERO TO WS-AT-HIT-IX
           PERFORM 7100-SCAN-EXACT-MATCH
           END-IF
           EVALUATE TRUE
               WHEN WS-AT-HIT-IX = ZERO
                   MOVE "PEND" TO WS-ST-OUTCOME
                   PERFORM 7300-CARRY-FORWARD-PENDING
               WHEN WS-AT-STATUS(WS-AT-HIT-IX) = 'R'
                   MOVE "LREJ" TO WS-ST-OUTCOME
                   ADD 1 TO WS-LEDGER-REJ-COUNT
                   MOVE "LEDGER REJECTED" TO WS-RPT-ITEM-TAG
                   MOVE SPACES TO WS-RPT-ITEM-EXTRA
                   PERFORM 7400-PRINT-ITEM-LINE
               WHEN WS-AT-TOTAL(WS-AT-HIT-IX) NOT = WS-FW-TOTAL
                   MOVE "POST" TO WS-ST-OUTCOME
                   ADD 1 TO WS-DIFFERENCE-COUNT
                   MOVE "POSTED WITH DIFFERENCE" TO WS-RPT-ITEM-TAG
                   MOVE WS-AT-TOTAL(WS-AT-HIT-IX)
                   MOVE WS-RPT-DIFF-TEXT TO WS-RPT-ITEM-EXTRA
                   PERFORM 7400-PRINT-ITEM-LINE
               WHEN OTHER
                   MOVE "POST" TO WS-ST-OUTCOME
                   ADD 1 TO WS-POSTED-COUNT
           END-EVALUATE
           IF WS-AT-HIT-IX > ZERO
               IF WS-AT-XT-IX(WS-AT-HIT-IX) > ZERO
                   MOVE WS-AT-XT-IX(WS-AT-HIT-IX) TO WS-XT-IX
                   IF WS-ST-OUTCOME = "LREJ"
                       ADD 1 TO WS-XT-LREJ-COUNT(WS-XT-IX)
                   ELSE
                       ADD 1 TO WS-XT-POST-COUNT(WS-XT-IX)
                   END-IF
               END-IF
           END-IF
           IF WS-FW-ENTRY-IND = SPACE
               PERFORM 7500-ACCUMULATE-STAT
           END-IF.

       7100-SCAN-EXACT-MATCH.
           IF WS-AT-MATCHED(WS-AT-IX) = 'N'
               AND WS-AT-AMOUNT-1(WS-AT-IX) = WS-FW-AMOUNT-1
               AND WS-AT-AMOUNT-2(WS-AT-IX) = WS-FW-AMOUNT-2
               AND WS-AT-TOTAL(WS-AT-IX) = WS-FW-TOTAL
               AND (WS-AT-XT-IX(WS-AT-IX) = ZERO
                   OR (WS-AT-ENTRY-IND(WS-AT-IX) = WS-FW-ENTRY-IND
                       AND (WS-FW-ENTRY-IND NOT = SPACE
                           OR WS-AT-CYCLE(WS-AT-IX) = WS-FW-CYCLE)))
               MOVE WS-AT-IX TO WS-AT-HIT-IX
               MOVE 'Y' TO WS-AT-MATCHED(WS-AT-IX)
               MOVE WS-AT-COUNT TO WS-AT-IX
               AND WS-AT-BATCH-ID(WS-AT-IX) = WS-FW-BATCH-ID
               AND WS-AT-AMOUNT-1(WS-AT-IX) = WS-FW-AMOUNT-1
               AND WS-AT-AMOUNT-2(WS-AT-IX) = WS-FW-AMOUNT-2
               AND (WS-AT-XT-IX(WS-AT-IX) = ZERO
                   OR (WS-AT-ENTRY-IND(WS-AT-IX) = WS-FW-ENTRY-IND
                       AND (WS-FW-ENTRY-IND NOT = SPACE
                           OR WS-AT-CYCLE(WS-AT-IX) = WS-FW-CYCLE)))
               MOVE WS-AT-IX TO WS-AT-HIT-IX
               MOVE 'Y' TO WS-AT-MATCHED(WS-AT-IX)
               MOVE WS-AT-COUNT TO WS-AT-IX
           MOVE WS-RPT-ITEM-LINE TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE.

      * A posted-with-difference record counts as posted at the amount
      * we sent; the ledger's own figure is on the item line above.
       7500-ACCUMULATE-STAT.
           MOVE ZERO TO WS-ST-HIT-IX
           PERFORM 7550-SCAN-STAT-TABLE
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
           IF WS-ST-HIT-IX = ZERO
               IF WS-ST-COUNT < WS-ST-MAX
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-HIT-IX
                   MOVE WS-FW-DATE TO WS-ST-DATE(WS-ST-HIT-IX)
                   MOVE WS-FW-CYCLE TO WS-ST-CYCLE(WS-ST-HIT-IX)
                   MOVE WS-FW-BATCH-ID TO WS-ST-BATCH-ID(WS-ST-HIT-IX)
                   MOVE WS-FW-DEPT TO WS-ST-DEPT(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-POST-COUNT(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-POST-TOTAL(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-LREJ-COUNT(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-LREJ-TOTAL(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-PEND-COUNT(WS-ST-HIT-IX)
                   MOVE ZERO TO WS-ST-PEND-TOTAL(WS-ST-HIT-IX)
               ELSE
                   ADD 1 TO WS-ST-DROPPED
               END-IF
           END-IF
           IF WS-ST-HIT-IX > ZERO
               EVALUATE WS-ST-OUTCOME
                   WHEN "POST"
                       ADD 1 TO WS-ST-POST-COUNT(WS-ST-HIT-IX)
                       ADD WS-FW-TRAN-TOTAL
                           TO WS-ST-POST-TOTAL(WS-ST-HIT-IX)
                   WHEN "LREJ"
                       ADD 1 TO WS-ST-LREJ-COUNT(WS-ST-HIT-IX)
                       ADD WS-FW-TRAN-TOTAL
                           TO WS-ST-LREJ-TOTAL(WS-ST-HIT-IX)
                   WHEN OTHER
                       ADD 1 TO WS-ST-PEND-COUNT(WS-ST-HIT-IX)
                       ADD WS-FW-TRAN-TOTAL
                           TO WS-ST-PEND-TOTAL(WS-ST-HIT-IX)
               END-EVALUATE
           END-IF.

       7550-SCAN-STAT-TABLE.
           IF WS-ST-DATE(WS-ST-IX) = WS-FW-DATE
               AND WS-ST-CYCLE(WS-ST-IX) = WS-FW-CYCLE
               AND WS-ST-BATCH-ID(WS-ST-IX) = WS-FW-BATCH-ID
               MOVE WS-ST-IX TO WS-ST-HIT-IX
               MOVE WS-ST-COUNT TO WS-ST-IX
           END-IF.

       5000-REPORT-ORPHAN-ACKS.
           PERFORM 5100-CHECK-ORPHAN-ENTRY
               VARYING WS-AT-IX FROM 1 BY 1
               TO WS-RPT-COUNT-LABEL
           MOVE WS-PEND-READ-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           MOVE "WRITE-OFF / REVERSAL ENTRIES (GLADJ):   "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ADJ-READ-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           MOVE "ACKNOWLEDGMENTS READ:                   "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ACK-READ-COUNT TO WS-RPT-COUNT
           MOVE "ACKS DROPPED (TABLE FULL):              "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ACK-DROPPED-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           IF WS-XLOG-AVAILABLE
               PERFORM 6300-PRINT-TRANSMISSIONS
           END-IF
           IF WS-ST-DROPPED > ZERO
               MOVE "RECORDS NOT IN RECSTAT (TABLE FULL):    "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-ST-DROPPED TO WS-RPT-COUNT
               PERFORM 6200-WRITE-COUNT-LINE
               DISPLAY "*** RECSTAT TABLE FULL - " WS-ST-DROPPED
                   " RECORDS NOT IN STATISTICS - RAISE WS-ST-MAX ***"
           END-IF.

       6300-PRINT-TRANSMISSIONS.
           MOVE "ACKS FOR AN UNKNOWN TRANSMISSION:       "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UNKNOWN-XMIT-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           MOVE "ACKS FOR MONTHLY SUMMARY TRANSMISSIONS: "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MONTHLY-ACK-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           MOVE "FEED RECORDS NOT TRANSMITTED (SKIPPED): "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NOT-SENT-COUNT TO WS-RPT-COUNT
           PERFORM 6200-WRITE-COUNT-LINE
           IF WS-XT-DROPPED > ZERO
               MOVE "TRANSMISSIONS NOT LISTED (TABLE FULL):  "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-XT-DROPPED TO WS-RPT-COUNT
               PERFORM 6200-WRITE-COUNT-LINE
               DISPLAY "*** XMITLOG TABLE FULL - " WS-XT-DROPPED
                   " TRANSMISSIONS NOT LOADED - RAISE WS-XT-MAX ***"
           END-IF
           MOVE SPACES TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE
           MOVE WS-RPT-XMIT-HEADER TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE
           PERFORM 6350-PRINT-TRANSMISSION-LINE
               VARYING WS-XT-IX FROM 1 BY 1
               UNTIL WS-XT-IX > WS-XT-COUNT.

       6350-PRINT-TRANSMISSION-LINE.
           MOVE WS-XT-SEQ(WS-XT-IX) TO WS-RPT-XT-SEQ
           EVALUATE WS-XT-FEED-TYPE(WS-XT-IX)
               WHEN 'M'
                   MOVE "MONTHLY" TO WS-RPT-XT-TYPE
               WHEN 'W'
                   MOVE "WRT-OFF" TO WS-RPT-XT-TYPE
               WHEN 'V'
                   MOVE "REVERSE" TO WS-RPT-XT-TYPE
               WHEN OTHER
                   MOVE "DAILY" TO WS-RPT-XT-TYPE
           END-EVALUATE
           MOVE WS-XT-RUN-DATE(WS-XT-IX) TO WS-RPT-XT-RUN-DATE
           MOVE WS-XT-CYCLE(WS-XT-IX) TO WS-RPT-XT-CYCLE
           MOVE WS-XT-SENT-COUNT(WS-XT-IX) TO WS-RPT-XT-SENT
           MOVE WS-XT-ACK-COUNT(WS-XT-IX) TO WS-RPT-XT-ACKS
           MOVE WS-XT-POST-COUNT(WS-XT-IX) TO WS-RPT-XT-POSTED
           MOVE WS-XT-LREJ-COUNT(WS-XT-IX) TO WS-RPT-XT-LREJ
           IF WS-XT-ACK-COUNT(WS-XT-IX) = ZERO
               MOVE "NO ACKS TODAY" TO WS-RPT-XT-NOTE
           ELSE
               MOVE SPACES TO WS-RPT-XT-NOTE
           END-IF
           MOVE WS-RPT-XMIT-LINE TO RPT-LINE
           PERFORM 6100-WRITE-RPT-LINE.

      * RECSTAT set for the daily proof: the header first (it retires
      * the previous morning's pending snapshot), then each GL date /
      * cycle / batch outcome, then the run-level counts.
       6500-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE
           IF WS-RECSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-RECSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE 'H' TO WS-STAT-REC-TYPE
           MOVE WS-BUS-DATE-8 TO WS-STAT-ITEM-DATE
           MOVE WS-BUS-CYCLE TO WS-STAT-ITEM-CYCLE
           MOVE SPACES TO WS-STAT-BATCH-ID
           MOVE SPACES TO WS-STAT-DEPT
           MOVE SPACES TO WS-STAT-CODE
           MOVE ZERO TO WS-STAT-COUNT
           MOVE ZERO TO WS-STAT-AMOUNT
           PERFORM 6600-WRITE-STAT-RECORD
           PERFORM 6550-WRITE-BATCH-STATS
               VARYING WS-ST-IX FROM 1 BY 1
               UNTIL WS-ST-IX > WS-ST-COUNT
           MOVE 'T' TO WS-STAT-REC-TYPE
           MOVE WS-BUS-DATE-8 TO WS-STAT-ITEM-DATE
           MOVE WS-BUS-CYCLE TO WS-STAT-ITEM-CYCLE
           MOVE SPACES TO WS-STAT-BATCH-ID
           MOVE SPACES TO WS-STAT-DEPT
           MOVE ZERO TO WS-STAT-AMOUNT
           MOVE "POST" TO WS-STAT-CODE
           COMPUTE WS-STAT-COUNT = WS-POSTED-COUNT
               + WS-DIFFERENCE-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "LREJ" TO WS-STAT-CODE
           MOVE WS-LEDGER-REJ-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "PEND" TO WS-STAT-CODE
           MOVE WS-PENDING-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "ORPH" TO WS-STAT-CODE
           MOVE WS-ORPHAN-ACK-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           CLOSE STAT-FILE.

       6550-WRITE-BATCH-STATS.
           MOVE 'B' TO WS-STAT-REC-TYPE
           MOVE WS-ST-DATE(WS-ST-IX) TO WS-STAT-ITEM-DATE
           MOVE WS-ST-CYCLE(WS-ST-IX) TO WS-STAT-ITEM-CYCLE
           MOVE WS-ST-BATCH-ID(WS-ST-IX) TO WS-STAT-BATCH-ID
           MOVE WS-ST-DEPT(WS-ST-IX) TO WS-STAT-DEPT
           IF WS-ST-POST-COUNT(WS-ST-IX) > ZERO
               MOVE "POST" TO WS-STAT-CODE
               MOVE WS-ST-POST-COUNT(WS-ST-IX) TO WS-STAT-COUNT
               MOVE WS-ST-POST-TOTAL(WS-ST-IX) TO WS-STAT-AMOUNT
               PERFORM 6600-WRITE-STAT-RECORD
           END-IF
           IF WS-ST-LREJ-COUNT(WS-ST-IX) > ZERO
               MOVE "LREJ" TO WS-STAT-CODE
               MOVE WS-ST-LREJ-COUNT(WS-ST-IX) TO WS-STAT-COUNT
               MOVE WS-ST-LREJ-TOTAL(WS-ST-IX) TO WS-STAT-AMOUNT
               PERFORM 6600-WRITE-STAT-RECORD
           END-IF
           IF WS-ST-PEND-COUNT(WS-ST-IX) > ZERO
               MOVE "PEND" TO WS-STAT-CODE
               MOVE WS-ST-PEND-COUNT(WS-ST-IX) TO WS-STAT-COUNT
               MOVE WS-ST-PEND-TOTAL(WS-ST-IX) TO WS-STAT-AMOUNT
               PERFORM 6600-WRITE-STAT-RECORD
           END-IF.

       6600-WRITE-STAT-RECORD.
           MOVE SPACES TO RSTAT-RECORD
           MOVE "AMTREC00" TO RSTAT-PROGRAM
           MOVE WS-STAT-REC-TYPE TO RSTAT-REC-TYPE
           MOVE WS-BUS-DATE-8 TO RSTAT-RUN-DATE
           MOVE WS-BUS-CYCLE TO RSTAT-RUN-CYCLE
           MOVE WS-STAT-ITEM-DATE TO RSTAT-ITEM-DATE
           MOVE WS-STAT-ITEM-CYCLE TO RSTAT-ITEM-CYCLE
           MOVE WS-STAT-BATCH-ID TO RSTAT-BATCH-ID
           MOVE WS-STAT-DEPT TO RSTAT-DEPT
           MOVE WS-STAT-CODE TO RSTAT-STAT-CODE
           MOVE WS-STAT-COUNT TO RSTAT-COUNT
           MOVE WS-STAT-AMOUNT TO RSTAT-AMOUNT
           WRITE RSTAT-RECORD
           IF WS-RECSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-RECSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       6200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           CLOSE PEND-IN-FILE
           CLOSE GL-FEED-FILE
           CLOSE GL-ACK-FILE
           IF WS-ADJ-AVAILABLE
               CLOSE ADJ-FEED-FILE
           END-IF
           CLOSE PEND-OUT-FILE
           CLOSE RECON-RPT.

