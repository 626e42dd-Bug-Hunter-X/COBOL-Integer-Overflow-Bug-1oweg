      * PROGRAM:  AMTSUM00
      * PURPOSE:  Sums pairs of amounts read from a transaction file
      *           and reports the per-record and batch totals.
      *           Every pair written to the AMTLOOK KSDS is also added
      *           to its run date / cycle / batch / department record
      *           on the DAYSUM KSDS (see DAYSUM) for the month-end
      *           rollup and the trend check.
      *           A batch may be in a currency other than the
      *           functional one (TRAN-HDR-CURRENCY, see FXRATE). Each
      *           pair is converted at the FXRATE rate for the BUSCAL
      *           business date - the date AMTEDT00 checked the rate
      *           for, even when the run is diverted as a prior-period
      *           adjustment. GLFEED, AMTLOOK (and so DAYSUM) and the
      *           finance extract carry the converted amounts plus the
      *           currency, rate and original amounts; batch trailers,
      *           the control total and FEEDCTL stay in the original
      *           amounts, so feeders build trailers as before. SUMRPT
      *           shows both and a breakdown by currency.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTSUM00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT FX-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT LOOKUP-FILE ASSIGN TO AMTLOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.

           SELECT DAYSUM-FILE ASSIGN TO DAYSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSUM-KEY
               FILE STATUS IS WS-DAYSUM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
           05  TRAN-HEADER-AREA REDEFINES TRAN-DETAIL-AREA.
               10  TRAN-HDR-BATCH-ID   PIC X(8).
               10  TRAN-HDR-DEPT       PIC X(4).
               10  TRAN-HDR-CURRENCY   PIC X(3).
               10  FILLER              PIC X(64).
           05  TRAN-TRAILER-AREA REDEFINES TRAN-DETAIL-AREA.
               10  TRAN-TRAILER-COUNT  PIC 9(7).
               10  TRAN-TRAILER-TOTAL  PIC S9(12)V99.
       01  CHKPT-RECORD.
           05  CHKPT-RECORD-COUNT      PIC 9(7).
           05  CHKPT-CONTROL-TOTAL     PIC S9(12)V99.
           05  CHKPT-FUNC-CONTROL-TOTAL PIC S9(12)V99.
           05  FILLER                  PIC X(4).
           05  CHKPT-RUN-DATE          PIC 9(8).
           05  CHKPT-BATCH-ID          PIC X(8).
           05  CHKPT-BATCH-COUNT       PIC 9(7).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       01  EXTRACT-RECORD              PIC X(128).

       FD  CAL-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       COPY PERDREC.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

       FD  FX-FILE
           RECORDING MODE IS F.
       COPY FXRATE.

       FD  LOOKUP-FILE.
       COPY AMTLOOK.

       FD  DAYSUM-FILE.
       COPY DAYSUM.

       FD  AUDIT-FILE.
       COPY AUDITREC.


       01  WS-GL-BATCH-ID              PIC X(8) VALUE "AMTBATCH".
       01  WS-LOOKUP-STATUS            PIC X(2).
       01  WS-DAYSUM-STATUS            PIC X(2).
       01  WS-TRANS-STATUS             PIC X(2).
       01  WS-EXCEPT-STATUS            PIC X(2).
       01  WS-SUMM-STATUS              PIC X(2).
       01  WS-EXTRACT-STATUS           PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-PERIOD-STATUS            PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-FXRATE-STATUS            PIC X(2).

      * Department-to-GL mapping from DEPTMAST. AMTEDT00 has already
      * refused any batch whose department is not valid, so here the
      * mapping is only looked up; a department missing from the table
      * (or no master at all) leaves the GL fields blank.
       01  WS-DEPT-MAP-AREA.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-DEPT          PIC X(4).
               10  WS-DM-COST-CENTER   PIC X(5).
               10  WS-DM-NAT-ACCOUNT   PIC X(6).

      * Rates on FXRATE for the business date. AMTEDT00 has already
      * refused a batch in a currency with no rate, so a batch that
      * gets here without one means the edit was bypassed or FXRATE
      * changed between the steps - the run stops rather than post
      * unconverted amounts. The functional currency has rate 1.
       01  WS-FX-TABLE-AREA.
           05  WS-FX-EOF-SWITCH        PIC X VALUE 'N'.
               88  WS-FX-END               VALUE 'Y'.
           05  WS-FX-RATE-DATE         PIC 9(8)      VALUE ZERO.
           05  WS-FX-MAX               PIC S9(4) COMP VALUE +30.
           05  WS-FX-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-FX-ENTRY OCCURS 30 TIMES.
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-RATE          PIC 9(3)V9(6).
               10  WS-FX-RATE-SWITCH   PIC X(1).
                   88  WS-FX-RATE-FOUND    VALUE 'Y'.
       01  WS-FUNC-CURRENCY            PIC X(3) VALUE "USD".
       01  WS-FX-SEARCH-CURRENCY       PIC X(3) VALUE SPACES.

      * The pair converted to the functional currency.
       01  WS-FUNC-PAIR.
           05  WS-FUNC-DATA-1          PIC S9(7)V99  VALUE ZERO.
           05  WS-FUNC-DATA-2          PIC S9(7)V99  VALUE ZERO.
           05  WS-FUNC-RESULT          PIC S9(8)V99  VALUE ZERO.
           05  WS-FUNC-CONTROL-TOTAL   PIC S9(12)V99 VALUE ZERO.

       01  WS-PERIOD-AREA.
           05  WS-PERD-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-PERD-END             VALUE 'Y'.
           05  WS-PPA-SWITCH           PIC X VALUE 'N'.
               88  WS-PPA-DIVERTED         VALUE 'Y'.
           05  WS-PYA-SWITCH           PIC X VALUE 'N'.
               88  WS-PYA-DIVERTED         VALUE 'Y'.
           05  WS-TARGET-CLOSED-SWITCH PIC X VALUE 'N'.
               88  WS-TARGET-YEAR-CLOSED   VALUE 'Y'.
           05  WS-PM-MAX               PIC S9(4) COMP VALUE +60.
           05  WS-PM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-PM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-PM-ENTRY OCCURS 60 TIMES.
               10  WS-PM-MONTH         PIC 9(6).
               10  WS-PM-YEAR-STATUS   PIC X(1).

       01  WS-CALENDAR-AREA.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-EXT-RESULT           PIC +9(8).99.
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-DEPT             PIC X(4).
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-CURRENCY         PIC X(3).
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-FX-RATE          PIC 9(3).9(6).
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-TRAN-DATA-1      PIC +9(7).99.
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-TRAN-DATA-2      PIC +9(7).99.
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-TRAN-RESULT      PIC +9(8).99.
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-EXTRACT-REJECT.
           05  FILLER                  PIC X(1)  VALUE 'R'.
           05  WS-EXT-REJ-REASON       PIC X(4).
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-REJ-COUNT        PIC 9(5).
           05  FILLER                  PIC X(116) VALUE SPACES.

       01  WS-EXTRACT-TRAILER.
           05  FILLER                  PIC X(1)  VALUE 'T'.
           05  WS-EXT-TRL-COUNT        PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-TRL-TOTAL        PIC +9(12).99.
           05  FILLER                  PIC X(1)  VALUE ','.
           05  WS-EXT-TRL-FUNC-TOTAL   PIC +9(12).99.
           05  FILLER                  PIC X(85) VALUE SPACES.

       01  WS-AUDIT-CONTROL.
           05  WS-AUDIT-SEQ            PIC 9(3)  VALUE ZERO.
           05  WS-AUDIT-START-TIME     PIC 9(8)  VALUE ZERO.
           05  WS-AUDIT-EVENT-TIME     PIC 9(8)  VALUE ZERO.
           05  WS-OOB-EXP-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-OOB-EXP-TOTAL        PIC S9(12)V99 VALUE ZERO.
           05  WS-STALE-CHKPT-SWITCH   PIC X     VALUE 'N'.
               88  WS-STALE-CHKPT-SEEN     VALUE 'Y'.

               88  WS-FEED-HELD            VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-SUSP-END             VALUE 'Y'.
           05  WS-PAIR-OK-SWITCH       PIC X VALUE 'Y'.
               88  WS-PAIR-OK              VALUE 'Y'.

       01  WS-CONTROL-TOTALS.
           05  WS-RECORD-COUNT         PIC 9(7)     VALUE ZERO.

       01  WS-BATCH-CONTROL.
           05  WS-BATCH-DEPT           PIC X(4)     VALUE SPACES.
           05  WS-BATCH-COST-CENTER    PIC X(5)     VALUE SPACES.
           05  WS-BATCH-NAT-ACCOUNT    PIC X(6)     VALUE SPACES.
           05  WS-BATCH-CURRENCY       PIC X(3)     VALUE SPACES.
           05  WS-BATCH-FX-RATE        PIC 9(3)V9(6) VALUE 1.
           05  WS-BATCH-COUNT          PIC 9(7)     VALUE ZERO.
           05  WS-BATCH-TOTAL          PIC S9(12)V99 VALUE ZERO.

               10  WS-DT-REC-COUNT     PIC 9(7).
               10  WS-DT-TOTAL         PIC S9(12)V99.

      * Pairs by batch currency for the SUMRPT currency breakdown.
       01  WS-CURRENCY-TABLE-AREA.
           05  WS-CU-MAX               PIC S9(4) COMP VALUE +10.
           05  WS-CU-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-CU-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-CU-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-CU-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-CU-ENTRY OCCURS 10 TIMES.
               10  WS-CU-CURRENCY      PIC X(3).
               10  WS-CU-FX-RATE       PIC 9(3)V9(6).
               10  WS-CU-REC-COUNT     PIC 9(7).
               10  WS-CU-TRAN-TOTAL    PIC S9(12)V99.
               10  WS-CU-FUNC-TOTAL    PIC S9(12)V99.

       01  WS-CHECKPOINT-AREA.
           05  WS-CHKPT-STATUS         PIC X(2).
           05  WS-RESTART-COUNT        PIC 9(7)     VALUE ZERO.
           05  WS-RESTART-TOTAL        PIC S9(12)V99 VALUE ZERO.
           05  WS-RESTART-FUNC-TOTAL   PIC S9(12)V99 VALUE ZERO.
           05  WS-SKIP-COUNT           PIC 9(7)     VALUE ZERO.
           05  WS-RESTART-BATCH-ID     PIC X(8)     VALUE SPACES.
           05  WS-RESTART-BATCH-COUNT  PIC 9(7)     VALUE ZERO.
           05  FILLER                  PIC X(12) VALUE "DATA-1".
           05  FILLER                  PIC X(12) VALUE "DATA-2".
           05  FILLER                  PIC X(14) VALUE "RESULT".
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "CUR".
           05  FILLER                  PIC X(12) VALUE "FUNC-RESULT".
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-D2               PIC -9(7).99.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  WS-RPT-RES              PIC -9(8).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-CUR              PIC X(3).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPT-FUNC-RES         PIC -9(8).99.
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-RPT-BATCH-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-BATCH-TOTAL      PIC -9(12).99.
           05  FILLER                  PIC X(9)  VALUE "  COUNT: ".
           05  WS-RPT-BATCH-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(6)  VALUE "  CUR:".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-BTOT-CUR         PIC X(3).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-GRAND-TOTAL      PIC -9(12).99.
           05  FILLER                  PIC X(96) VALUE SPACES.

       01  WS-RPT-FUNC-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE "FUNCTIONAL TOTAL: ".
           05  WS-RPT-FUNC-TOTAL       PIC -9(12).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-FUNC-TOT-CUR     PIC X(3).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-RPT-DEPT-HDR-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(26)
           05  WS-RPT-DEPT-TOTAL       PIC -9(12).99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-RPT-CUR-HDR-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "CURRENCY BREAKDOWN        ".
           05  FILLER                  PIC X(21)
               VALUE "FUNCTIONAL CURRENCY: ".
           05  WS-RPT-CUR-FUNC         PIC X(3).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-RPT-CUR-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "CUR: ".
           05  WS-RPT-CUR-CODE         PIC X(3).
           05  FILLER                  PIC X(8)  VALUE "  RATE: ".
           05  WS-RPT-CUR-RATE         PIC ZZ9.999999.
           05  FILLER                  PIC X(9)  VALUE "  COUNT: ".
           05  WS-RPT-CUR-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  ORIGINAL: ".
           05  WS-RPT-CUR-TRAN-TOTAL   PIC -9(12).99.
           05  FILLER                  PIC X(14)
               VALUE "  FUNCTIONAL: ".
           05  WS-RPT-CUR-FUNC-TOTAL   PIC -9(12).99.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
       1000-INITIALIZE.
           PERFORM 1050-GET-RUN-MODE
           PERFORM 1300-GET-RUN-DATE
           PERFORM 1400-LOAD-DEPT-MAP
           PERFORM 1500-LOAD-FX-RATES
           PERFORM 2630-SET-BATCH-RATE
           PERFORM 1100-READ-LAST-CHECKPOINT
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
           END-IF
           PERFORM 1160-OPEN-OUTPUT-FILES
           PERFORM 1150-OPEN-LOOKUP-FILE
           PERFORM 1155-OPEN-DAYSUM-FILE
           PERFORM 1170-OPEN-AUDIT-FILE
           PERFORM 1180-WRITE-START-EVENTS
           PERFORM 4100-PRINT-HEADINGS
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           IF WS-PPA-DIVERTED
               IF WS-PYA-DIVERTED
                   MOVE "*** PRIOR-YEAR ADJUSTMENT RUN - ACTIVITY "
                       TO WS-RPT-MSG-TEXT
                   MOVE "DATED IN A CLOSED FISCAL YEAR DIVERTED TO "
                       TO WS-RPT-MSG-TEXT(42:42)
                   MOVE "CURRENT PERIOD ***" TO WS-RPT-MSG-TEXT(84:18)
               ELSE
                   MOVE "*** PRIOR-PERIOD ADJUSTMENT RUN - ACTIVITY "
                       TO WS-RPT-MSG-TEXT
                   MOVE "DIVERTED TO CURRENT PERIOD ***"
                       TO WS-RPT-MSG-TEXT(44:30)
               END-IF
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           MOVE WS-SYS-DATE-8 TO WS-BUS-DATE-8
           PERFORM 1310-READ-BUSINESS-CALENDAR
           PERFORM 1330-CHECK-BUSINESS-DAY
           MOVE WS-BUS-DATE-8 TO WS-FX-RATE-DATE
           PERFORM 1340-CHECK-PERIOD-STATUS
           MOVE WS-BUS-DATE-8(5:2) TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
      * post under the old dates - the rollup sent to the ledger would
      * no longer match. The run is diverted to the current (system
      * date) period and every GL feed record it writes carries the
      * prior-period-adjustment flag (GL-PPA-IND = 'P'). When the
      * month's whole fiscal year has been closed by AMTYRE00 the flag
      * is 'Y' (prior-year adjustment) instead. The current period
      * itself must never fall in a closed fiscal year - that means
      * the system date or PERIODS is wrong, and the run is stopped
      * before anything is written.
       1340-CHECK-PERIOD-STATUS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               VARYING WS-PM-IX FROM 1 BY 1
               UNTIL WS-PM-IX > WS-PM-COUNT
           IF WS-PPA-DIVERTED
               IF WS-PYA-DIVERTED
                   DISPLAY "*** BUSINESS DATE " WS-BUS-DATE-8
                       " IS IN A CLOSED FISCAL YEAR - RUN DIVERTED TO "
                       WS-SYS-DATE-8 " AS PRIOR-YEAR ADJUSTMENT ***"
               ELSE
                   DISPLAY "*** BUSINESS DATE " WS-BUS-DATE-8
                       " IS IN A CLOSED PERIOD - RUN DIVERTED TO "
                       WS-SYS-DATE-8 " AS PRIOR-PERIOD ADJUSTMENT ***"
               END-IF
               MOVE WS-SYS-DATE-8 TO WS-BUS-DATE-8
               PERFORM 1370-SCAN-TARGET-MONTH
                   VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PM-COUNT
               IF WS-TARGET-YEAR-CLOSED
                   DISPLAY "*** CURRENT PERIOD " WS-SYS-DATE-8(1:6)
                       " IS IN A CLOSED FISCAL YEAR - NO ADJUSTMENT "
                       "CAN POST; CHECK SYSTEM DATE AND PERIODS *** "
                       "JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1350-LOAD-PERIOD-RECORD.
                           AND WS-PM-COUNT < WS-PM-MAX
                       ADD 1 TO WS-PM-COUNT
                       MOVE PER-MONTH TO WS-PM-MONTH(WS-PM-COUNT)
                       MOVE PER-YEAR-STATUS
                           TO WS-PM-YEAR-STATUS(WS-PM-COUNT)
                   END-IF
           END-READ
           IF WS-PERIOD-STATUS NOT = "00"
       1360-SCAN-CLOSED-MONTHS.
           IF WS-PM-MONTH(WS-PM-IX) = WS-BUS-DATE-8(1:6)
               MOVE 'Y' TO WS-PPA-SWITCH
               IF WS-PM-YEAR-STATUS(WS-PM-IX) = 'C'
                   MOVE 'Y' TO WS-PYA-SWITCH
               END-IF
               MOVE WS-PM-COUNT TO WS-PM-IX
           END-IF.

       1370-SCAN-TARGET-MONTH.
           IF WS-PM-MONTH(WS-PM-IX) = WS-BUS-DATE-8(1:6)
               IF WS-PM-YEAR-STATUS(WS-PM-IX) = 'C'
                   MOVE 'Y' TO WS-TARGET-CLOSED-SWITCH
               END-IF
               MOVE WS-PM-COUNT TO WS-PM-IX
           END-IF.

       1400-LOAD-DEPT-MAP.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
               PERFORM 1410-LOAD-DEPT-RECORD
                   UNTIL WS-DEPT-END
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "*** DEPTMAST NOT AVAILABLE (STATUS="
                   WS-DEPT-STATUS ") - GL COST CENTER/ACCOUNT LEFT "
                   "BLANK ***"
           END-IF
           IF WS-DM-DROPPED > ZERO
               DISPLAY "*** DEPTMAST TABLE FULL - " WS-DM-DROPPED
                   " DEPARTMENTS NOT MAPPED ***"
           END-IF.

       1410-LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-CODE TO WS-DM-DEPT(WS-DM-COUNT)
                       MOVE DEPT-COST-CENTER
                           TO WS-DM-COST-CENTER(WS-DM-COUNT)
                       MOVE DEPT-NAT-ACCOUNT
                           TO WS-DM-NAT-ACCOUNT(WS-DM-COUNT)
                   ELSE
                       ADD 1 TO WS-DM-DROPPED
                   END-IF
           END-READ
           IF WS-DEPT-STATUS NOT = "00"
                   AND WS-DEPT-STATUS NOT = "10"
               MOVE "DEPT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1500-LOAD-FX-RATES.
           OPEN INPUT FX-FILE
           IF WS-FXRATE-STATUS = "00"
               PERFORM 1550-LOAD-FX-RECORD
                   UNTIL WS-FX-END
               CLOSE FX-FILE
           ELSE
               DISPLAY "*** FXRATE NOT AVAILABLE (STATUS="
                   WS-FXRATE-STATUS ") - FUNCTIONAL-CURRENCY "
                   "BATCHES ONLY ***"
           END-IF
           IF WS-FX-DROPPED > ZERO
               DISPLAY "*** FXRATE TABLE FULL - " WS-FX-DROPPED
                   " RATES NOT LOADED - RAISE WS-FX-MAX ***"
               MOVE "FX-FILE" TO WS-FATAL-FILE-NAME
               MOVE "TF" TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * As in AMTEDT00, a later card for the same currency and date
      * replaces an earlier one.
       1550-LOAD-FX-RECORD.
           READ FX-FILE
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN FXR-CURRENCY-REC
                           IF FXR-CUR-IS-FUNCTIONAL
                               MOVE FXR-CURRENCY TO WS-FUNC-CURRENCY
                           END-IF
                       WHEN FXR-RATE-REC
                               AND FXR-RATE-DATE IS NUMERIC
                               AND FXR-RATE-DATE = WS-FX-RATE-DATE
                           PERFORM 1560-STORE-FX-RATE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-FXRATE-STATUS NOT = "00"
                   AND WS-FXRATE-STATUS NOT = "10"
               MOVE "FX-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-FXRATE-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1560-STORE-FX-RATE.
           MOVE FXR-CURRENCY TO WS-FX-SEARCH-CURRENCY
           MOVE ZERO TO WS-FX-HIT-IX
           PERFORM 2640-SCAN-FX-TABLE
               VARYING WS-FX-IX FROM 1 BY 1
               UNTIL WS-FX-IX > WS-FX-COUNT
           IF WS-FX-HIT-IX = ZERO
               IF WS-FX-COUNT < WS-FX-MAX
                   ADD 1 TO WS-FX-COUNT
                   MOVE WS-FX-COUNT TO WS-FX-HIT-IX
                   MOVE FXR-CURRENCY TO WS-FX-CURRENCY(WS-FX-COUNT)
               ELSE
                   ADD 1 TO WS-FX-DROPPED
               END-IF
           END-IF
           IF WS-FX-HIT-IX > ZERO
               IF FXR-RATE IS NUMERIC AND FXR-RATE > ZERO
                   MOVE FXR-RATE TO WS-FX-RATE(WS-FX-HIT-IX)
                   MOVE 'Y' TO WS-FX-RATE-SWITCH(WS-FX-HIT-IX)
               ELSE
                   MOVE ZERO TO WS-FX-RATE(WS-FX-HIT-IX)
                   MOVE 'N' TO WS-FX-RATE-SWITCH(WS-FX-HIT-IX)
               END-IF
           END-IF.

       1100-READ-LAST-CHECKPOINT.
           OPEN INPUT CHKPT-FILE
           IF WS-CHKPT-STATUS = "00"
                                   WS-RESTART-COUNT
                               MOVE CHKPT-CONTROL-TOTAL TO
                                   WS-RESTART-TOTAL
                               IF CHKPT-FUNC-CONTROL-TOTAL IS NUMERIC
                                   MOVE CHKPT-FUNC-CONTROL-TOTAL TO
                                       WS-RESTART-FUNC-TOTAL
                               END-IF
                               MOVE CHKPT-BATCH-ID TO
                                   WS-RESTART-BATCH-ID
                               IF CHKPT-BATCH-COUNT IS NUMERIC
                               MOVE TRAN-HDR-BATCH-ID
                                   TO WS-GL-BATCH-ID
                               MOVE TRAN-HDR-DEPT TO WS-BATCH-DEPT
                               MOVE TRAN-HDR-CURRENCY
                                   TO WS-BATCH-CURRENCY
                               PERFORM 2620-MARK-SCHEDULED-BATCH
                                   VARYING WS-SC-IX FROM 1 BY 1
                                   UNTIL WS-SC-IX > WS-SC-COUNT
           END-PERFORM
           MOVE WS-RESTART-COUNT TO WS-RECORD-COUNT
           MOVE WS-RESTART-TOTAL TO WS-CONTROL-TOTAL
           MOVE WS-RESTART-FUNC-TOTAL TO WS-FUNC-CONTROL-TOTAL
           IF WS-RESTART-BATCH-ID NOT = SPACES
               MOVE WS-RESTART-BATCH-ID TO WS-GL-BATCH-ID
           END-IF
           PERFORM 2610-MAP-BATCH-DEPT
           PERFORM 2630-SET-BATCH-RATE
           MOVE WS-RESTART-BATCH-COUNT TO WS-BATCH-COUNT
           MOVE WS-RESTART-BATCH-TOTAL TO WS-BATCH-TOTAL
           IF WS-BATCH-COUNT > ZERO
               END-IF
           END-IF.

       1155-OPEN-DAYSUM-FILE.
           OPEN I-O DAYSUM-FILE
           IF WS-DAYSUM-STATUS NOT = "00"
               OPEN OUTPUT DAYSUM-FILE
               IF WS-DAYSUM-STATUS NOT = "00"
                   MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF.

       1170-OPEN-AUDIT-FILE.
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               PERFORM 8100-WRITE-AUDIT-EVENT
           END-IF.

      * WS-RESULT and the control totals stay in the batch currency
      * so they tie to the feeder's trailer; everything posted is in
      * the functional currency (WS-FUNC-PAIR).
       2000-PROCESS-RECORDS.
           MOVE 'Y' TO WS-PAIR-OK-SWITCH
           ADD WS-DATA-1 TO WS-DATA-2 GIVING WS-RESULT
               ON SIZE ERROR
                   MOVE 'N' TO WS-PAIR-OK-SWITCH
                   PERFORM 2200-WRITE-EXCEPTION
           END-ADD
           IF WS-PAIR-OK
               PERFORM 2050-CONVERT-PAIR
           END-IF
           IF WS-PAIR-OK
               ADD 1 TO WS-RECORD-COUNT
               ADD 1 TO WS-BATCH-COUNT
               PERFORM 4200-PRINT-DETAIL-LINE
               PERFORM 2480-ACCUMULATE-DEPT
               PERFORM 2420-ACCUMULATE-CURRENCY
               PERFORM 2400-WRITE-GL-FEED
               PERFORM 2450-WRITE-EXTRACT-DETAIL
               PERFORM 2500-WRITE-LOOKUP
               ADD WS-FUNC-RESULT TO WS-FUNC-CONTROL-TOTAL
               ADD WS-RESULT TO WS-CONTROL-TOTAL
                   ON SIZE ERROR
                       PERFORM 2250-WRITE-TOTAL-EXCEPTION
                   NOT ON SIZE ERROR
                       ADD WS-RESULT TO WS-BATCH-TOTAL
               END-ADD
               PERFORM 2300-WRITE-CHECKPOINT
           END-IF
           PERFORM 2100-READ-TRANSACTION.

      * Each amount is converted and rounded on its own, and the
      * converted result is their sum, so a GL record always adds up.
       2050-CONVERT-PAIR.
           COMPUTE WS-FUNC-DATA-1 ROUNDED = WS-DATA-1 * WS-BATCH-FX-RATE
               ON SIZE ERROR
                   MOVE 'N' TO WS-PAIR-OK-SWITCH
           END-COMPUTE
           COMPUTE WS-FUNC-DATA-2 ROUNDED = WS-DATA-2 * WS-BATCH-FX-RATE
               ON SIZE ERROR
                   MOVE 'N' TO WS-PAIR-OK-SWITCH
           END-COMPUTE
           IF WS-PAIR-OK
               ADD WS-FUNC-DATA-1 TO WS-FUNC-DATA-2
                   GIVING WS-FUNC-RESULT
           ELSE
               PERFORM 2210-WRITE-CONVERT-EXCEPTION
           END-IF.

       2100-READ-TRANSACTION.
           MOVE 'N' TO WS-VALID-REC-SWITCH
           PERFORM UNTIL WS-VALID-RECORD OR WS-END-OF-FILE
           MOVE WS-BUS-CYCLE TO SUSP-CYCLE
           MOVE WS-SUSP-SEQ TO SUSP-SEQ
           MOVE WS-GL-BATCH-ID TO SUSP-BATCH-ID
           MOVE WS-BATCH-DEPT TO SUSP-DEPT
           MOVE WS-BATCH-CURRENCY TO SUSP-CURRENCY
           MOVE ZERO TO SUSP-STATUS-DATE
           MOVE EXCEPT-REASON-CODE TO SUSP-REASON-CODE
           MOVE EXCEPT-DATA-1 TO SUSP-DATA-1
           MOVE EXCEPT-DATA-2 TO SUSP-DATA-2
               TO EXCEPT-REASON-TEXT
           PERFORM 2160-WRITE-EXCEPT-RECORD.

       2210-WRITE-CONVERT-EXCEPTION.
           MOVE WS-DATA-1 TO EXCEPT-DATA-1
           MOVE WS-DATA-2 TO EXCEPT-DATA-2
           MOVE 'OVFL' TO EXCEPT-REASON-CODE
           MOVE "CONVERTED AMOUNT TOO LARGE - RECORD REJECTED"
               TO EXCEPT-REASON-TEXT
           PERFORM 2160-WRITE-EXCEPT-RECORD.

       2250-WRITE-TOTAL-EXCEPTION.
           MOVE WS-DATA-1 TO EXCEPT-DATA-1
           MOVE WS-DATA-2 TO EXCEPT-DATA-2

       2300-WRITE-CHECKPOINT.
           OPEN OUTPUT CHKPT-FILE
           MOVE SPACES TO CHKPT-RECORD
           MOVE WS-RECORD-COUNT TO CHKPT-RECORD-COUNT
           MOVE WS-CONTROL-TOTAL TO CHKPT-CONTROL-TOTAL
           MOVE WS-FUNC-CONTROL-TOTAL TO CHKPT-FUNC-CONTROL-TOTAL
           MOVE WS-BUS-DATE-8 TO CHKPT-RUN-DATE
           MOVE WS-BUS-CYCLE TO CHKPT-CYCLE
           MOVE WS-GL-BATCH-ID TO CHKPT-BATCH-ID
           MOVE WS-BUS-DATE-8 TO GL-DATE
           MOVE WS-BUS-CYCLE TO GL-CYCLE
           MOVE WS-GL-BATCH-ID TO GL-BATCH-ID
           MOVE WS-FUNC-DATA-1 TO GL-AMOUNT-1
           MOVE WS-FUNC-DATA-2 TO GL-AMOUNT-2
           MOVE WS-FUNC-RESULT TO GL-TOTAL
           MOVE WS-BATCH-DEPT TO GL-DEPT
           MOVE WS-BATCH-COST-CENTER TO GL-COST-CENTER
           MOVE WS-BATCH-NAT-ACCOUNT TO GL-NAT-ACCOUNT
           MOVE WS-BATCH-CURRENCY TO GL-TRAN-CURRENCY
           MOVE WS-BATCH-FX-RATE TO GL-FX-RATE
           MOVE WS-DATA-1 TO GL-TRAN-AMOUNT-1
           MOVE WS-DATA-2 TO GL-TRAN-AMOUNT-2
           MOVE WS-RESULT TO GL-TRAN-TOTAL
           EVALUATE TRUE
               WHEN WS-PYA-DIVERTED
                   MOVE 'Y' TO GL-PPA-IND
               WHEN WS-PPA-DIVERTED
                   MOVE 'P' TO GL-PPA-IND
               WHEN OTHER
                   MOVE SPACE TO GL-PPA-IND
           END-EVALUATE
           MOVE SPACE TO GL-ENTRY-IND
           MOVE ZERO TO GL-ORIG-DATE
           MOVE ZERO TO GL-ORIG-CYCLE
           MOVE ZERO TO GL-ORIG-SEQ
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = "00"
               MOVE "GL-FEED-FILE" TO WS-FATAL-FILE-NAME
           MOVE WS-BUS-CYCLE TO WS-EXT-CYCLE
           MOVE WS-GL-BATCH-ID TO WS-EXT-BATCH-ID
           MOVE WS-RECORD-COUNT TO WS-EXT-RECORD-SEQ
           MOVE WS-FUNC-DATA-1 TO WS-EXT-DATA-1
           MOVE WS-FUNC-DATA-2 TO WS-EXT-DATA-2
           MOVE WS-FUNC-RESULT TO WS-EXT-RESULT
           MOVE WS-BATCH-DEPT TO WS-EXT-DEPT
           MOVE WS-BATCH-CURRENCY TO WS-EXT-CURRENCY
           MOVE WS-BATCH-FX-RATE TO WS-EXT-FX-RATE
           MOVE WS-DATA-1 TO WS-EXT-TRAN-DATA-1
           MOVE WS-DATA-2 TO WS-EXT-TRAN-DATA-2
           MOVE WS-RESULT TO WS-EXT-TRAN-RESULT
           MOVE WS-EXTRACT-DETAIL TO EXTRACT-RECORD
           PERFORM 2460-WRITE-EXTRACT-RECORD.

           END-IF
           IF WS-DT-HIT-IX > ZERO
               ADD 1 TO WS-DT-REC-COUNT(WS-DT-HIT-IX)
               ADD WS-FUNC-RESULT TO WS-DT-TOTAL(WS-DT-HIT-IX)
           END-IF.

       2490-SCAN-DEPT-TABLE.
               MOVE WS-DT-COUNT TO WS-DT-IX
           END-IF.

       2420-ACCUMULATE-CURRENCY.
           MOVE ZERO TO WS-CU-HIT-IX
           PERFORM 2430-SCAN-CURRENCY-TABLE
               VARYING WS-CU-IX FROM 1 BY 1
               UNTIL WS-CU-IX > WS-CU-COUNT
           IF WS-CU-HIT-IX = ZERO
               IF WS-CU-COUNT < WS-CU-MAX
                   ADD 1 TO WS-CU-COUNT
                   MOVE WS-BATCH-CURRENCY TO WS-CU-CURRENCY(WS-CU-COUNT)
                   MOVE WS-BATCH-FX-RATE TO WS-CU-FX-RATE(WS-CU-COUNT)
                   MOVE ZERO TO WS-CU-REC-COUNT(WS-CU-COUNT)
                   MOVE ZERO TO WS-CU-TRAN-TOTAL(WS-CU-COUNT)
                   MOVE ZERO TO WS-CU-FUNC-TOTAL(WS-CU-COUNT)
                   MOVE WS-CU-COUNT TO WS-CU-HIT-IX
               ELSE
                   ADD 1 TO WS-CU-DROPPED
               END-IF
           END-IF
           IF WS-CU-HIT-IX > ZERO
               ADD 1 TO WS-CU-REC-COUNT(WS-CU-HIT-IX)
               ADD WS-RESULT TO WS-CU-TRAN-TOTAL(WS-CU-HIT-IX)
               ADD WS-FUNC-RESULT TO WS-CU-FUNC-TOTAL(WS-CU-HIT-IX)
           END-IF.

       2430-SCAN-CURRENCY-TABLE.
           IF WS-CU-CURRENCY(WS-CU-IX) = WS-BATCH-CURRENCY
               MOVE WS-CU-IX TO WS-CU-HIT-IX
               MOVE WS-CU-COUNT TO WS-CU-IX
           END-IF.

       2500-WRITE-LOOKUP.
           MOVE WS-BUS-DATE-8 TO LOOKUP-RUN-DATE
           MOVE WS-BUS-CYCLE TO LOOKUP-CYCLE
           MOVE WS-GL-BATCH-ID TO LOOKUP-BATCH-ID
           MOVE WS-RECORD-COUNT TO LOOKUP-RECORD-SEQ
           MOVE WS-FUNC-DATA-1 TO LOOKUP-DATA-1
           MOVE WS-FUNC-DATA-2 TO LOOKUP-DATA-2
           MOVE WS-FUNC-RESULT TO LOOKUP-RESULT
           MOVE WS-BATCH-DEPT TO LOOKUP-DEPT
           MOVE SPACE TO LOOKUP-REV-IND
           MOVE WS-BATCH-CURRENCY TO LOOKUP-CURRENCY
           MOVE WS-BATCH-FX-RATE TO LOOKUP-FX-RATE
           MOVE WS-DATA-1 TO LOOKUP-TRAN-DATA-1
           MOVE WS-DATA-2 TO LOOKUP-TRAN-DATA-2
           MOVE WS-RESULT TO LOOKUP-TRAN-RESULT
           WRITE LOOKUP-RECORD
               INVALID KEY
                   PERFORM 2550-WRITE-LOOKUP-EXCEPTION
               NOT INVALID KEY
                   PERFORM 2560-POST-DAY-SUMMARY
           END-WRITE.

       2550-WRITE-LOOKUP-EXCEPTION.
               TO EXCEPT-REASON-TEXT
           PERFORM 2160-WRITE-EXCEPT-RECORD.

      * Only a pair that actually reached AMTLOOK is added to its
      * DAYSUM group, so a restart that re-presents a pair (DUPK
      * above) cannot count it twice.
       2560-POST-DAY-SUMMARY.
           PERFORM 2570-SET-DAY-SUMMARY-KEY
           READ DAYSUM-FILE
               INVALID KEY
                   MOVE SPACES TO DSUM-RECORD
                   PERFORM 2570-SET-DAY-SUMMARY-KEY
                   MOVE ZERO TO DSUM-PAIR-COUNT
                   MOVE ZERO TO DSUM-TOTAL
                   MOVE ZERO TO DSUM-MIN-RESULT
                   MOVE ZERO TO DSUM-MAX-RESULT
                   MOVE ZERO TO DSUM-REV-COUNT
                   MOVE ZERO TO DSUM-REV-TOTAL
           END-READ
           IF WS-DAYSUM-STATUS NOT = "00"
                   AND WS-DAYSUM-STATUS NOT = "23"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF DSUM-PAIR-COUNT = ZERO
                   OR LOOKUP-RESULT < DSUM-MIN-RESULT
               MOVE LOOKUP-RESULT TO DSUM-MIN-RESULT
           END-IF
           IF DSUM-PAIR-COUNT = ZERO
                   OR LOOKUP-RESULT > DSUM-MAX-RESULT
               MOVE LOOKUP-RESULT TO DSUM-MAX-RESULT
           END-IF
           ADD 1 TO DSUM-PAIR-COUNT
           ADD LOOKUP-RESULT TO DSUM-TOTAL
           MOVE 'S' TO DSUM-BUILD-SOURCE
           MOVE WS-BUS-DATE-8 TO DSUM-BUILD-DATE
           MOVE WS-AUDIT-START-TIME TO DSUM-BUILD-TIME
           IF WS-DAYSUM-STATUS = "23"
               WRITE DSUM-RECORD
           ELSE
               REWRITE DSUM-RECORD
           END-IF
           IF WS-DAYSUM-STATUS NOT = "00"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2570-SET-DAY-SUMMARY-KEY.
           MOVE LOOKUP-RUN-DATE TO DSUM-RUN-DATE
           MOVE LOOKUP-CYCLE TO DSUM-CYCLE
           MOVE LOOKUP-BATCH-ID TO DSUM-BATCH-ID
           MOVE LOOKUP-DEPT TO DSUM-DEPT.

       2600-START-NEW-BATCH.
           IF WS-BATCH-OPEN
               PERFORM 2650-MISSING-TRAILER-EXCEPTION
           END-IF
           MOVE TRAN-HDR-BATCH-ID TO WS-GL-BATCH-ID
           MOVE TRAN-HDR-DEPT TO WS-BATCH-DEPT
           MOVE TRAN-HDR-CURRENCY TO WS-BATCH-CURRENCY
           PERFORM 2610-MAP-BATCH-DEPT
           PERFORM 2630-SET-BATCH-RATE
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL
           MOVE 'Y' TO WS-BATCH-OPEN-SWITCH
               VARYING WS-SC-IX FROM 1 BY 1
               UNTIL WS-SC-IX > WS-SC-COUNT.

       2610-MAP-BATCH-DEPT.
           MOVE SPACES TO WS-BATCH-COST-CENTER
           MOVE SPACES TO WS-BATCH-NAT-ACCOUNT
           MOVE ZERO TO WS-DM-HIT-IX
           PERFORM 2615-SCAN-DEPT-MAP
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT
           IF WS-DM-HIT-IX > ZERO
               MOVE WS-DM-COST-CENTER(WS-DM-HIT-IX)
                   TO WS-BATCH-COST-CENTER
               MOVE WS-DM-NAT-ACCOUNT(WS-DM-HIT-IX)
                   TO WS-BATCH-NAT-ACCOUNT
           END-IF.

       2615-SCAN-DEPT-MAP.
           IF WS-DM-DEPT(WS-DM-IX) = WS-BATCH-DEPT
               MOVE WS-DM-IX TO WS-DM-HIT-IX
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

      * A blank batch currency is the functional currency.
       2630-SET-BATCH-RATE.
           IF WS-BATCH-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-BATCH-CURRENCY
           END-IF
           IF WS-BATCH-CURRENCY = WS-FUNC-CURRENCY
               MOVE 1 TO WS-BATCH-FX-RATE
           ELSE
               MOVE ZERO TO WS-BATCH-FX-RATE
               MOVE WS-BATCH-CURRENCY TO WS-FX-SEARCH-CURRENCY
               MOVE ZERO TO WS-FX-HIT-IX
               PERFORM 2640-SCAN-FX-TABLE
                   VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > WS-FX-COUNT
               IF WS-FX-HIT-IX > ZERO
                   IF WS-FX-RATE-FOUND(WS-FX-HIT-IX)
                       MOVE WS-FX-RATE(WS-FX-HIT-IX)
                           TO WS-BATCH-FX-RATE
                   END-IF
               END-IF
               IF WS-BATCH-FX-RATE = ZERO
                   DISPLAY "*** NO " WS-BATCH-CURRENCY
                       " EXCHANGE RATE FOR " WS-FX-RATE-DATE
                       " - BATCH " WS-GL-BATCH-ID " CANNOT BE "
                       "CONVERTED *** JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2640-SCAN-FX-TABLE.
           IF WS-FX-CURRENCY(WS-FX-IX) = WS-FX-SEARCH-CURRENCY
               MOVE WS-FX-IX TO WS-FX-HIT-IX
               MOVE WS-FX-COUNT TO WS-FX-IX
           END-IF.

       2620-MARK-SCHEDULED-BATCH.
           IF WS-SC-BATCH-ID(WS-SC-IX) = WS-GL-BATCH-ID
               AND WS-SC-DEPT(WS-SC-IX) = WS-BATCH-DEPT
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE 'Y' TO WS-ANY-OOB-SWITCH
           MOVE ZERO TO WS-OOB-EXP-COUNT
           MOVE ZERO TO WS-OOB-EXP-TOTAL
           PERFORM 2750-WRITE-BATCH-OOB-EVENT
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.

       2700-RECONCILE-BATCH.
               MOVE "*** BATCH OUT-OF-BALANCE *** SEE JOB LOG"
                   TO WS-RPT-MSG-TEXT
               MOVE 'Y' TO WS-ANY-OOB-SWITCH
               MOVE TRAN-TRAILER-COUNT TO WS-OOB-EXP-COUNT
               MOVE TRAN-TRAILER-TOTAL TO WS-OOB-EXP-TOTAL
               PERFORM 2750-WRITE-BATCH-OOB-EVENT
           END-IF
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-TOTAL.

      * One BATCHOOB audit event per unbalanced batch, so whoever
      * reviews the held feed online sees which batch broke and by
      * how much (expected zero for a batch with no trailer).
       2750-WRITE-BATCH-OOB-EVENT.
           PERFORM 8000-INIT-AUDIT-RECORD
           MOVE "BATCHOOB" TO AUDIT-EVENT-CODE
           MOVE WS-BATCH-COUNT TO AUDIT-RECORDS-READ
           MOVE WS-BATCH-TOTAL TO AUDIT-CONTROL-TOTAL
           MOVE WS-OOB-EXP-COUNT TO AUDIT-OOB-EXP-COUNT
           MOVE WS-OOB-EXP-TOTAL TO AUDIT-OOB-EXP-TOTAL
           MOVE 'O' TO AUDIT-BALANCE-STATUS
           PERFORM 8100-WRITE-AUDIT-EVENT.

       3000-RECONCILE-CONTROL-TOTALS.
           IF WS-BATCH-OPEN
               PERFORM 2650-MISSING-TRAILER-EXCEPTION
           END-IF
           PERFORM 4300-PRINT-GRAND-TOTAL
           PERFORM 4500-PRINT-DEPT-DISTRIBUTION
           PERFORM 4700-PRINT-CURRENCY-BREAKDOWN
           PERFORM 4600-REPORT-MISSING-BATCHES
           IF WS-RECORD-COUNT = WS-TRAILER-COUNT
               AND WS-CONTROL-TOTAL = WS-TRAILER-TOTAL
           PERFORM 3450-WRITE-EXTRACT-REJECT
           MOVE WS-RECORD-COUNT TO WS-EXT-TRL-COUNT
           MOVE WS-CONTROL-TOTAL TO WS-EXT-TRL-TOTAL
           MOVE WS-FUNC-CONTROL-TOTAL TO WS-EXT-TRL-FUNC-TOTAL
           MOVE WS-EXTRACT-TRAILER TO EXTRACT-RECORD
           PERFORM 2460-WRITE-EXTRACT-RECORD.

           MOVE WS-DATA-1 TO WS-RPT-D1
           MOVE WS-DATA-2 TO WS-RPT-D2
           MOVE WS-RESULT TO WS-RPT-RES
           MOVE WS-BATCH-CURRENCY TO WS-RPT-CUR
           MOVE WS-FUNC-RESULT TO WS-RPT-FUNC-RES
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-BATCH-DEPT TO WS-RPT-BTOT-DEPT
           MOVE WS-BATCH-TOTAL TO WS-RPT-BATCH-TOTAL
           MOVE WS-BATCH-COUNT TO WS-RPT-BATCH-COUNT
           MOVE WS-BATCH-CURRENCY TO WS-RPT-BTOT-CUR
           MOVE WS-RPT-BATCH-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.
       4300-PRINT-GRAND-TOTAL.
           MOVE WS-CONTROL-TOTAL TO WS-RPT-GRAND-TOTAL
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-FUNC-CONTROL-TOTAL TO WS-RPT-FUNC-TOTAL
           MOVE WS-FUNC-CURRENCY TO WS-RPT-FUNC-TOT-CUR
           MOVE WS-RPT-FUNC-TOTAL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

       4500-PRINT-DEPT-DISTRIBUTION.
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Pairs and amounts by batch currency: the original total as
      * the feeders sent it and the functional total posted to GL.
       4700-PRINT-CURRENCY-BREAKDOWN.
           IF WS-CU-COUNT > ZERO
               MOVE WS-FUNC-CURRENCY TO WS-RPT-CUR-FUNC
               MOVE WS-RPT-CUR-HDR-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
               PERFORM 4750-PRINT-CURRENCY-LINE
                   VARYING WS-CU-IX FROM 1 BY 1
                   UNTIL WS-CU-IX > WS-CU-COUNT
               IF WS-RESTART-COUNT > ZERO
                   MOVE "CURRENCY TOTALS COVER POST-RESTART RECORDS "
                       TO WS-RPT-MSG-TEXT
                   MOVE "ONLY" TO WS-RPT-MSG-TEXT(44:4)
                   MOVE WS-RPT-MSG-LINE TO RPT-LINE
                   PERFORM 4250-WRITE-RPT-LINE
               END-IF
               IF WS-CU-DROPPED > ZERO
                   MOVE "CURRENCY TABLE FULL - SOME CURRENCIES OMITTED"
                       TO WS-RPT-MSG-TEXT
                   MOVE WS-RPT-MSG-LINE TO RPT-LINE
                   PERFORM 4250-WRITE-RPT-LINE
               END-IF
           END-IF.

       4750-PRINT-CURRENCY-LINE.
           MOVE WS-CU-CURRENCY(WS-CU-IX) TO WS-RPT-CUR-CODE
           MOVE WS-CU-FX-RATE(WS-CU-IX) TO WS-RPT-CUR-RATE
           MOVE WS-CU-REC-COUNT(WS-CU-IX) TO WS-RPT-CUR-COUNT
           MOVE WS-CU-TRAN-TOTAL(WS-CU-IX) TO WS-RPT-CUR-TRAN-TOTAL
           MOVE WS-CU-FUNC-TOTAL(WS-CU-IX) TO WS-RPT-CUR-FUNC-TOTAL
           MOVE WS-RPT-CUR-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * The 'S' cards describe what is due on the business day's
      * scheduled (first) cycle; an extra same-day cycle carries only
      * incremental work, so checking it would re-report everything
           CLOSE EXTRACT-FILE
           CLOSE SUSPENSE-FILE
           CLOSE LOOKUP-FILE
           CLOSE DAYSUM-FILE
           CLOSE AUDIT-FILE.

       9900-FATAL-FILE-ERROR.
