      *           is not necessarily a correct run: a department that
      *           sends the same day's file two nights running still
      *           balances to its own trailer. This program reads the
      *           daily summary history in the DAYSUM KSDS (one record
      *           per run date / cycle / batch id / department, kept
      *           by AMTSUM00 alongside the AMTLOOK detail), totals
      *           tonight's run (business date and cycle from BUSCAL -
      *           see CALREC) per batch id, and compares each batch
      *           against its trailing run history (up to the prior
      *           Any flag ends the run RETURN-CODE 4 so the scheduler
      *           can hold the ledger transmit pending a quick
      *           operator review. Schedule after the nightly AMTSUM
      *           step and ahead of the transmit. Pairs AMTREV00
      *           has reversed are skipped, so a backed-out batch
      *           neither counts tonight nor skews the history.
      *           Every run also appends its verdict to the permanent
      *           TRDSTAT dataset (see RUNSTAT): a run header, one 'B'
      *           record per flagged batch (DUPS duplicate signature,
      *           TOLR outside tolerance) and the run-level counts.
      *           The ledger transmit (AMTXMT00) reads the newest set
      *           for the feed's date and cycle and will not send
      *           while it shows flags, unless a supervisor overrides.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTTRD00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAYSUM-FILE ASSIGN TO DAYSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSUM-KEY
               FILE STATUS IS WS-DAYSUM-STATUS.

           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDRPT-STATUS.

           SELECT STAT-FILE ASSIGN TO TRDSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYSUM-FILE.
       COPY DAYSUM.

       FD  CAL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  STAT-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-DAYSUM-STATUS            PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-TRDRPT-STATUS            PIC X(2).
       01  WS-TRDSTAT-STATUS           PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-PARM-PCT             PIC 9(3).

      * One entry per run date / cycle / batch id accumulated from the
      * DAYSUM history; key order keeps them date-major ascending, so
      * a batch's history reads oldest to newest.
       01  WS-RUN-TABLE-AREA.
           05  WS-RT-MAX               PIC S9(4) COMP VALUE +600.
           05  WS-TOL-FLAG-COUNT       PIC 9(4)  VALUE ZERO.
           05  WS-NOHIST-COUNT         PIC 9(4)  VALUE ZERO.

       01  WS-STAT-WORK.
           05  WS-STAT-REC-TYPE        PIC X(1).
           05  WS-STAT-BATCH-ID        PIC X(8).
           05  WS-STAT-CODE            PIC X(4).
           05  WS-STAT-COUNT           PIC 9(7).
           05  WS-STAT-AMOUNT          PIC S9(12)V99.

       01  WS-CALENDAR-AREA.
           05  WS-BUS-CYCLE            PIC 9(2) VALUE 1.

           PERFORM 2000-LOAD-RUN-HISTORY UNTIL WS-END-OF-FILE
           PERFORM 3000-ANALYZE-TONIGHT
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 6500-WRITE-RUN-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-DUP-FLAG-COUNT > ZERO
               OR WS-TOL-FLAG-COUNT > ZERO
       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-TOLERANCE-PARM
           OPEN INPUT DAYSUM-FILE
           IF WS-DAYSUM-STATUS NOT = "00"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT TREND-RPT
               MOVE WS-TRDRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN EXTEND STAT-FILE
           IF WS-TRDSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-TRDSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE 'H' TO WS-STAT-REC-TYPE
           MOVE SPACES TO WS-STAT-BATCH-ID
           MOVE SPACES TO WS-STAT-CODE
           MOVE ZERO TO WS-STAT-COUNT
           MOVE ZERO TO WS-STAT-AMOUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-TOLERANCE-PCT TO WS-RPT-TOL
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           PERFORM 2100-READ-DAY-SUMMARY.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
               END-IF
           END-IF.

      * Pairs AMTREV00 has reversed are no longer live activity and
      * must not feed either tonight's totals or the trailing history;
      * DAYSUM carries them apart from the live count and total, and a
      * group with nothing live left is passed over.
       2000-LOAD-RUN-HISTORY.
           IF DSUM-PAIR-COUNT > ZERO
               PERFORM 2010-ACCUMULATE-RUN-ENTRY
           END-IF
           PERFORM 2100-READ-DAY-SUMMARY.

       2010-ACCUMULATE-RUN-ENTRY.
           IF WS-RT-COUNT > ZERO
               AND WS-RT-DATE(WS-RT-COUNT) = DSUM-RUN-DATE
               AND WS-RT-CYCLE(WS-RT-COUNT) = DSUM-CYCLE
               AND WS-RT-BATCH-ID(WS-RT-COUNT) = DSUM-BATCH-ID
               ADD DSUM-PAIR-COUNT TO WS-RT-REC-COUNT(WS-RT-COUNT)
               ADD DSUM-TOTAL TO WS-RT-TOTAL(WS-RT-COUNT)
           ELSE
               IF WS-RT-COUNT < WS-RT-MAX
                   ADD 1 TO WS-RT-COUNT
                   PERFORM 2050-EVICT-OLDEST-ENTRY
                   ADD 1 TO WS-RT-DROPPED
               END-IF
               MOVE DSUM-RUN-DATE TO WS-RT-DATE(WS-RT-COUNT)
               MOVE DSUM-CYCLE TO WS-RT-CYCLE(WS-RT-COUNT)
               MOVE DSUM-BATCH-ID
                   TO WS-RT-BATCH-ID(WS-RT-COUNT)
               MOVE DSUM-PAIR-COUNT TO WS-RT-REC-COUNT(WS-RT-COUNT)
               MOVE DSUM-TOTAL TO WS-RT-TOTAL(WS-RT-COUNT)
           END-IF.

       2050-EVICT-OLDEST-ENTRY.
           PERFORM 2060-SHIFT-ENTRY-DOWN
           COMPUTE WS-SH-IX2 = WS-SH-IX + 1
           MOVE WS-RT-ENTRY(WS-SH-IX2) TO WS-RT-ENTRY(WS-SH-IX).

       2100-READ-DAY-SUMMARY.
           READ DAYSUM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-DAYSUM-STATUS NOT = "00"
                   AND WS-DAYSUM-STATUS NOT = "10"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

                   WS-RT-REC-COUNT(WS-PRIOR-IX)
               AND WS-RT-TOTAL(WS-AN-IX) = WS-RT-TOTAL(WS-PRIOR-IX)
               ADD 1 TO WS-DUP-FLAG-COUNT
               MOVE "DUPS" TO WS-STAT-CODE
               PERFORM 6550-WRITE-BATCH-FLAG
               MOVE "*** COUNT AND TOTAL MATCH PRIOR RUN EXACTLY - "
                   TO WS-RPT-MSG-TEXT
               MOVE "DUPLICATE-FILE SIGNATURE ***"
           IF WS-DEV-TOTAL > WS-LIM-TOTAL
               OR WS-DEV-COUNT > WS-LIM-COUNT
               ADD 1 TO WS-TOL-FLAG-COUNT
               MOVE "TOLR" TO WS-STAT-CODE
               PERFORM 6550-WRITE-BATCH-FLAG
               MOVE "*** OUTSIDE TOLERANCE VS TRAILING AVERAGE ***"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

      * The 'T' set closes the run; a header with no totals behind it
      * (the run failed part way) is not taken as a completed check.
       6500-WRITE-RUN-TOTALS.
           MOVE 'T' TO WS-STAT-REC-TYPE
           MOVE SPACES TO WS-STAT-BATCH-ID
           MOVE ZERO TO WS-STAT-AMOUNT
           MOVE "DUPS" TO WS-STAT-CODE
           MOVE WS-DUP-FLAG-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "TOLR" TO WS-STAT-CODE
           MOVE WS-TOL-FLAG-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "NOHS" TO WS-STAT-CODE
           MOVE WS-NOHIST-COUNT TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD
           MOVE "BTCH" TO WS-STAT-CODE
           MOVE WS-TONIGHT-BATCHES TO WS-STAT-COUNT
           PERFORM 6600-WRITE-STAT-RECORD.

       6550-WRITE-BATCH-FLAG.
           MOVE 'B' TO WS-STAT-REC-TYPE
           MOVE WS-RT-BATCH-ID(WS-AN-IX) TO WS-STAT-BATCH-ID
           MOVE WS-RT-REC-COUNT(WS-AN-IX) TO WS-STAT-COUNT
           MOVE WS-RT-TOTAL(WS-AN-IX) TO WS-STAT-AMOUNT
           PERFORM 6600-WRITE-STAT-RECORD.

       6600-WRITE-STAT-RECORD.
           MOVE SPACES TO RSTAT-RECORD
           MOVE "AMTTRD00" TO RSTAT-PROGRAM
           MOVE WS-STAT-REC-TYPE TO RSTAT-REC-TYPE
           MOVE WS-BUS-DATE-8 TO RSTAT-RUN-DATE
           MOVE WS-BUS-CYCLE TO RSTAT-RUN-CYCLE
           MOVE WS-BUS-DATE-8 TO RSTAT-ITEM-DATE
           MOVE WS-BUS-CYCLE TO RSTAT-ITEM-CYCLE
           MOVE WS-STAT-BATCH-ID TO RSTAT-BATCH-ID
           MOVE SPACES TO RSTAT-DEPT
           MOVE WS-STAT-CODE TO RSTAT-STAT-CODE
           MOVE WS-STAT-COUNT TO RSTAT-COUNT
           MOVE WS-STAT-AMOUNT TO RSTAT-AMOUNT
           WRITE RSTAT-RECORD
           IF WS-TRDSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-TRDSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-TRDRPT-STATUS NOT = "00"
           END-IF.

       9000-TERMINATE.
           CLOSE DAYSUM-FILE
           CLOSE TREND-RPT
           CLOSE STAT-FILE.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
