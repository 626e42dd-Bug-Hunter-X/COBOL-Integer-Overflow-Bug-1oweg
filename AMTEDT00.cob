      *                    batch (warning only - record passes)
      *             TRLR - trailer count/total not numeric (rebuilt
      *                    from accepted details)
      *
      *           EDIT RULES FOR A BATCH HEADER ('H') RECORD, checked
      *           against the DEPTMAST department master (DEPTREC).
      *           A failing batch is rejected whole - header, every
      *           detail and trailer go to EDITREJ under the batch
      *           reason code and nothing reaches TRANSIN:
      *             UDPT - department not on the master
      *             IDPT - department inactive, or not yet in effect,
      *                    on the business date
      *             UBAT - batch id not one the department may send
      *           The RECYCLE batch AMTCOR00 builds from corrected
      *           suspense (dept CORR) is exempt - its pairs were
      *           checked when their own batch first came in.
      *           A batch that passes those is then checked for its
      *           currency (TRAN-HDR-CURRENCY, blank meaning the
      *           functional currency) against the FXRATE exchange-
      *           rate file (see FXRATE), RECYCLE batches included:
      *             UCUR - currency not on FXRATE, or inactive
      *             NORT - no usable rate for the currency on the
      *                    business date
      *           The rates in force are echoed on EDITRPT. Without
      *           FXRATE only functional-currency batches pass. The
      *           detail and trailer edits above work in the batch's
      *           own currency - feeders build trailers as before.
      *
      *           Every EDITREJ record carries the business date and
      *           cycle of the run and the batch id / department it
      *           arrived under (see EDITREJ), and every run appends
      *           machine-readable statistics to EDTSTAT (see RUNSTAT):
      *           a run header, then per batch the detail pairs read,
      *           rejected and passed to TRANSIN with their amounts,
      *           then run-level record counts and reject counts by
      *           reason. The daily proof (AMTPRF00) ties these to the
      *           rest of the chain.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTEDT00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RULE-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT STAT-FILE ASSIGN TO EDTSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTSTAT-STATUS.

           SELECT FX-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EDIT-IN-FILE
           05  TRAN-HEADER-AREA REDEFINES TRAN-DETAIL-AREA.
               10  TRAN-HDR-BATCH-ID   PIC X(8).
               10  TRAN-HDR-DEPT       PIC X(4).
               10  TRAN-HDR-CURRENCY   PIC X(3).
               10  FILLER              PIC X(64).
           05  TRAN-TRAILER-AREA REDEFINES TRAN-DETAIL-AREA.
               10  TRAN-TRAILER-COUNT  PIC 9(7).
               10  TRAN-TRAILER-TOTAL  PIC S9(12)V99.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY EDITREJ.

       FD  EDIT-RPT
           RECORDING MODE IS F.
           05  RULE-NEGP-SEV           PIC X(1).
           05  FILLER                  PIC X(65).

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

       FD  STAT-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  FX-FILE
           RECORDING MODE IS F.
       COPY FXRATE.

       WORKING-STORAGE SECTION.
       01  WS-EDITIN-STATUS            PIC X(2).
       01  WS-EDITOUT-STATUS           PIC X(2).
       01  WS-EDITRPT-STATUS           PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-RULE-STATUS              PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-EDTSTAT-STATUS           PIC X(2).
       01  WS-FXRATE-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
               88  WS-PRIOR-PAIR-HELD      VALUE 'Y'.
           05  WS-UNADJ-SWITCH         PIC X VALUE 'N'.
               88  WS-TOTAL-UNADJUSTABLE   VALUE 'Y'.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-BATCH-DEPT-SWITCH    PIC X VALUE 'N'.
               88  WS-BATCH-DEPT-REJECTED  VALUE 'Y'.
           05  WS-FX-EOF-SWITCH        PIC X VALUE 'N'.
               88  WS-FX-END               VALUE 'Y'.
           05  WS-FX-FILE-SWITCH       PIC X VALUE 'N'.
               88  WS-FX-FILE-LOADED       VALUE 'Y'.

      * Compiled fallback limits, used only when no EDTRULES file (or
      * no 'DFLT' record) is supplied - same values the checks were
           05  WS-ACT-NEGP-SEV         PIC X(1).

       01  WS-CURR-DEPT                PIC X(4) VALUE SPACES.
       01  WS-CURR-BATCH-ID            PIC X(8) VALUE "AMTBATCH".

      * Department master, loaded whole at initialization.
       01  WS-DEPT-TABLE-AREA.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-BATCH-IX          PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-BATCH-HIT         PIC X(1)      VALUE 'N'.
               88  WS-DM-BATCH-ALLOWED     VALUE 'Y'.
           05  WS-DM-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-RECORD        PIC X(80).

      * Batches rejected whole for a department reason, listed on
      * EDITRPT so ops can tell the sending department.
       01  WS-BATCH-REJ-TABLE-AREA.
           05  WS-BR-MAX               PIC S9(4) COMP VALUE +50.
           05  WS-BR-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-BR-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-BR-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-BR-ENTRY OCCURS 50 TIMES.
               10  WS-BR-BATCH-ID      PIC X(8).
               10  WS-BR-DEPT          PIC X(4).
               10  WS-BR-REASON        PIC X(4).
               10  WS-BR-CURRENCY      PIC X(3).
               10  WS-BR-RECORDS       PIC 9(7).
       01  WS-BATCH-DEPT-REASON        PIC X(4) VALUE SPACES.

      * Currencies on FXRATE with the rate each has for the business
      * date, loaded whole at initialization. The functional currency
      * is the one flagged on its 'C' record and always has rate 1.
       01  WS-FX-TABLE-AREA.
           05  WS-FX-MAX               PIC S9(4) COMP VALUE +30.
           05  WS-FX-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-FX-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-FX-ENTRY OCCURS 30 TIMES.
               10  WS-FX-CURRENCY      PIC X(3).
               10  WS-FX-STATUS        PIC X(1).
               10  WS-FX-RATE          PIC 9(3)V9(6).
               10  WS-FX-RATE-SWITCH   PIC X(1).
                   88  WS-FX-RATE-FOUND    VALUE 'Y'.
       01  WS-FUNC-CURRENCY            PIC X(3) VALUE "USD".
       01  WS-BATCH-CURRENCY           PIC X(3) VALUE SPACES.
       01  WS-FX-SEARCH-CURRENCY       PIC X(3) VALUE SPACES.

       01  WS-EDIT-COUNTS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-UNADJ-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-NEGW-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-CELW-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-UDPT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-IDPT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-UBAT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-UCUR-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-NORT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-DEPT-REJ-RECORDS     PIC 9(7)  VALUE ZERO.

       01  WS-BATCH-EDIT-AREA.
           05  WS-BATCH-REJ-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-BATCH-REJ-TOTAL      PIC S9(12)V99 VALUE ZERO.
           05  WS-BATCH-ACC-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-BATCH-ACC-TOTAL      PIC S9(12)V99 VALUE ZERO.
           05  WS-BATCH-READ-COUNT     PIC 9(7)      VALUE ZERO.
           05  WS-BATCH-READ-TOTAL     PIC S9(12)V99 VALUE ZERO.
           05  WS-PRIOR-DATA-1         PIC S9(7)V99  VALUE ZERO.
           05  WS-PRIOR-DATA-2         PIC S9(7)V99  VALUE ZERO.

               10  WS-OUT-TRL-TOTAL    PIC S9(12)V99.
               10  FILLER              PIC X(58).

      * One EDTSTAT statistics record is described here, then built
      * in the RUNSTAT record by 2890-WRITE-STAT-RECORD.
       01  WS-STAT-WORK.
           05  WS-STAT-REC-TYPE        PIC X(1).
           05  WS-STAT-CODE            PIC X(4).
           05  WS-STAT-COUNT           PIC 9(7).
           05  WS-STAT-AMOUNT          PIC S9(12)V99.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2) VALUE 1.
           05  WS-RUN-DATE             PIC X(10).
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-RPT-RULE-NSEV        PIC X(1).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-BATCH-REJ-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "BATCH: ".
           05  WS-RPT-BR-BATCH-ID      PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  DEPT: ".
           05  WS-RPT-BR-DEPT          PIC X(4).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-BR-REASON        PIC X(4).
           05  FILLER                  PIC X(11) VALUE "  RECORDS: ".
           05  WS-RPT-BR-RECORDS       PIC ZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE "  CUR: ".
           05  WS-RPT-BR-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  WS-RPT-FX-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "CUR: ".
           05  WS-RPT-FX-CURRENCY      PIC X(3).
           05  FILLER                  PIC X(10) VALUE "  STATUS: ".
           05  WS-RPT-FX-STATUS        PIC X(1).
           05  FILLER                  PIC X(8)  VALUE "  RATE: ".
           05  WS-RPT-FX-RATE          PIC ZZ9.999999.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-FX-NOTE          PIC X(20).
           05  FILLER                  PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EDIT-RECORDS UNTIL WS-END-OF-FILE
           IF WS-BATCH-READ-COUNT > ZERO
               PERFORM 2850-WRITE-BATCH-STATS
           END-IF
           PERFORM 3500-WRITE-RUN-STATS
           PERFORM 3000-PRINT-EDIT-REPORT
           PERFORM 9000-TERMINATE
           IF WS-REJECT-COUNT > ZERO
       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-LOAD-EDIT-RULES
           PERFORM 1300-LOAD-DEPT-MASTER
           PERFORM 1400-LOAD-FX-RATES
           MOVE SPACES TO WS-CURR-DEPT
           PERFORM 2350-SELECT-RULE-SET
           OPEN INPUT EDIT-IN-FILE
               MOVE WS-EDITRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN EXTEND STAT-FILE
           IF WS-EDTSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-EDTSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE 'H' TO WS-STAT-REC-TYPE
           MOVE SPACES TO WS-STAT-CODE
           MOVE ZERO TO WS-STAT-COUNT
           MOVE ZERO TO WS-STAT-AMOUNT
           PERFORM 2890-WRITE-STAT-RECORD
           PERFORM 2100-READ-INPUT.

       1100-GET-RUN-DATE.
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
               END-IF
           END-IF.

      * The department master is a control, not an option: without it
      * no batch can be validated, so the run stops.
       1300-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS NOT = "00"
               MOVE "DEPT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 1350-READ-DEPT-RECORD
               UNTIL WS-DEPT-END
           CLOSE DEPT-FILE
           IF WS-DM-DROPPED > ZERO
               DISPLAY "*** DEPTMAST TABLE FULL - " WS-DM-DROPPED
                   " DEPARTMENTS NOT LOADED - RAISE WS-DM-MAX ***"
               MOVE "DEPT-FILE" TO WS-FATAL-FILE-NAME
               MOVE "TF" TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1350-READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-COUNT)
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

      * Without FXRATE the run goes on, but a batch in any currency
      * other than the functional one is rejected UCUR.
       1400-LOAD-FX-RATES.
           OPEN INPUT FX-FILE
           IF WS-FXRATE-STATUS = "00"
               MOVE 'Y' TO WS-FX-FILE-SWITCH
               PERFORM 1450-READ-FX-RECORD
                   UNTIL WS-FX-END
               CLOSE FX-FILE
           ELSE
               DISPLAY "*** FXRATE NOT AVAILABLE (STATUS="
                   WS-FXRATE-STATUS ") - FUNCTIONAL-CURRENCY "
                   "BATCHES ONLY ***"
           END-IF
           IF WS-FX-DROPPED > ZERO
               DISPLAY "*** FXRATE TABLE FULL - " WS-FX-DROPPED
                   " RECORDS NOT LOADED - RAISE WS-FX-MAX ***"
               MOVE "FX-FILE" TO WS-FATAL-FILE-NAME
               MOVE "TF" TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1450-READ-FX-RECORD.
           READ FX-FILE
               AT END
                   MOVE 'Y' TO WS-FX-EOF-SWITCH
               NOT AT END
                   PERFORM 1460-STORE-FX-RECORD
           END-READ
           IF WS-FXRATE-STATUS NOT = "00"
                   AND WS-FXRATE-STATUS NOT = "10"
               MOVE "FX-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-FXRATE-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Only the rates for the business date are kept. A later card
      * for the same currency and date replaces an earlier one, and
      * a card with no usable rate leaves the currency without one.
       1460-STORE-FX-RECORD.
           EVALUATE TRUE
               WHEN FXR-CURRENCY-REC
                   IF FXR-CUR-IS-FUNCTIONAL
                       MOVE FXR-CURRENCY TO WS-FUNC-CURRENCY
                   END-IF
                   MOVE FXR-CURRENCY TO WS-FX-SEARCH-CURRENCY
                   PERFORM 1470-FIND-FX-ENTRY
                   IF WS-FX-HIT-IX > ZERO
                       MOVE FXR-CUR-STATUS
                           TO WS-FX-STATUS(WS-FX-HIT-IX)
                   END-IF
               WHEN FXR-RATE-REC
                       AND FXR-RATE-DATE IS NUMERIC
                       AND FXR-RATE-DATE = WS-BUS-DATE-8
                   MOVE FXR-CURRENCY TO WS-FX-SEARCH-CURRENCY
                   PERFORM 1470-FIND-FX-ENTRY
                   IF WS-FX-HIT-IX > ZERO
                       IF FXR-RATE IS NUMERIC AND FXR-RATE > ZERO
                           MOVE FXR-RATE TO WS-FX-RATE(WS-FX-HIT-IX)
                           MOVE 'Y'
                               TO WS-FX-RATE-SWITCH(WS-FX-HIT-IX)
                       ELSE
                           MOVE ZERO TO WS-FX-RATE(WS-FX-HIT-IX)
                           MOVE 'N'
                               TO WS-FX-RATE-SWITCH(WS-FX-HIT-IX)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1470-FIND-FX-ENTRY.
           MOVE ZERO TO WS-FX-HIT-IX
           PERFORM 2940-SCAN-FX-TABLE
               VARYING WS-FX-IX FROM 1 BY 1
               UNTIL WS-FX-IX > WS-FX-COUNT
           IF WS-FX-HIT-IX = ZERO
               IF WS-FX-COUNT < WS-FX-MAX
                   ADD 1 TO WS-FX-COUNT
                   MOVE WS-FX-COUNT TO WS-FX-HIT-IX
                   MOVE WS-FX-SEARCH-CURRENCY
                       TO WS-FX-CURRENCY(WS-FX-COUNT)
                   MOVE SPACE TO WS-FX-STATUS(WS-FX-COUNT)
                   MOVE ZERO TO WS-FX-RATE(WS-FX-COUNT)
                   MOVE 'N' TO WS-FX-RATE-SWITCH(WS-FX-COUNT)
               ELSE
                   ADD 1 TO WS-FX-DROPPED
               END-IF
           END-IF.

       2350-SELECT-RULE-SET.
           MOVE ZERO TO WS-RT-HIT-IX
           PERFORM 2360-SCAN-RULE-TABLE
           EVALUATE TRUE
               WHEN TRAN-HEADER-REC
                   PERFORM 2300-START-NEW-BATCH
               WHEN WS-BATCH-DEPT-REJECTED
                   PERFORM 2950-REJECT-BATCH-RECORD
               WHEN TRAN-DETAIL-REC
                   PERFORM 2400-EDIT-DETAIL
               WHEN TRAN-TRAILER-REC

       2300-START-NEW-BATCH.
           PERFORM 2800-RESET-BATCH-ACCUMS
           MOVE TRAN-HDR-BATCH-ID TO WS-CURR-BATCH-ID
           MOVE TRAN-HDR-DEPT TO WS-CURR-DEPT
           PERFORM 2350-SELECT-RULE-SET
           PERFORM 2900-VALIDATE-BATCH-DEPT
           IF WS-BATCH-DEPT-REJECTED
               PERFORM 2950-REJECT-BATCH-RECORD
           ELSE
               PERFORM 2200-WRITE-CLEAN-RECORD
           END-IF.

       2400-EDIT-DETAIL.
           PERFORM 2410-COUNT-PAIR-READ
           MOVE 'N' TO WS-REJECT-SWITCH
           IF TRAN-DATA-1 IS NOT NUMERIC
               ADD 1 TO WS-NNU1-COUNT
               PERFORM 2200-WRITE-CLEAN-RECORD
           END-IF.

       2410-COUNT-PAIR-READ.
           ADD 1 TO WS-BATCH-READ-COUNT
           IF TRAN-DATA-1 IS NUMERIC AND TRAN-DATA-2 IS NUMERIC
               ADD TRAN-DATA-1 TO WS-BATCH-READ-TOTAL
               ADD TRAN-DATA-2 TO WS-BATCH-READ-TOTAL
           END-IF.

      * A pair the NEGP rule only warns on (or allows) still gets the
      * ceiling/floor check - severity 'W'/'A' must not open a hole
      * in a department's CEIL limit.
           PERFORM 2800-RESET-BATCH-ACCUMS.

       2800-RESET-BATCH-ACCUMS.
           IF WS-BATCH-READ-COUNT > ZERO
               PERFORM 2850-WRITE-BATCH-STATS
           END-IF
           MOVE 'N' TO WS-BATCH-DEPT-SWITCH
           MOVE ZERO TO WS-BATCH-REJ-COUNT
           MOVE ZERO TO WS-BATCH-REJ-TOTAL
           MOVE ZERO TO WS-BATCH-ACC-COUNT
           MOVE ZERO TO WS-BATCH-ACC-TOTAL
           MOVE ZERO TO WS-BATCH-READ-COUNT
           MOVE ZERO TO WS-BATCH-READ-TOTAL
           MOVE 'N' TO WS-PRIOR-PAIR-SWITCH
           MOVE 'N' TO WS-UNADJ-SWITCH.

      * The batch's pairs read, rejected and passed go to EDTSTAT as
      * it closes, so the daily proof can tie EDITREJ and TRANSIN
      * back to what the feeder sent, batch by batch.
       2850-WRITE-BATCH-STATS.
           MOVE 'B' TO WS-STAT-REC-TYPE
           MOVE "READ" TO WS-STAT-CODE
           MOVE WS-BATCH-READ-COUNT TO WS-STAT-COUNT
           MOVE WS-BATCH-READ-TOTAL TO WS-STAT-AMOUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "REJD" TO WS-STAT-CODE
           MOVE WS-BATCH-REJ-COUNT TO WS-STAT-COUNT
           MOVE WS-BATCH-REJ-TOTAL TO WS-STAT-AMOUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "PASS" TO WS-STAT-CODE
           MOVE WS-BATCH-ACC-COUNT TO WS-STAT-COUNT
           MOVE WS-BATCH-ACC-TOTAL TO WS-STAT-AMOUNT
           PERFORM 2890-WRITE-STAT-RECORD.

       2890-WRITE-STAT-RECORD.
           MOVE SPACES TO RSTAT-RECORD
           MOVE "AMTEDT00" TO RSTAT-PROGRAM
           MOVE WS-STAT-REC-TYPE TO RSTAT-REC-TYPE
           MOVE WS-BUS-DATE-8 TO RSTAT-RUN-DATE
           MOVE WS-BUS-CYCLE TO RSTAT-RUN-CYCLE
           MOVE WS-BUS-DATE-8 TO RSTAT-ITEM-DATE
           MOVE WS-BUS-CYCLE TO RSTAT-ITEM-CYCLE
           IF WS-STAT-REC-TYPE = 'B'
               MOVE WS-CURR-BATCH-ID TO RSTAT-BATCH-ID
               MOVE WS-CURR-DEPT TO RSTAT-DEPT
           END-IF
           MOVE WS-STAT-CODE TO RSTAT-STAT-CODE
           MOVE WS-STAT-COUNT TO RSTAT-COUNT
           MOVE WS-STAT-AMOUNT TO RSTAT-AMOUNT
           WRITE RSTAT-RECORD
           IF WS-EDTSTAT-STATUS NOT = "00"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-EDTSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * An active department is valid from DEPT-EFF-DATE on; an
      * inactive one only up to the day before it (see DEPTREC).
       2900-VALIDATE-BATCH-DEPT.
           MOVE SPACES TO WS-BATCH-DEPT-REASON
           IF TRAN-HDR-BATCH-ID = "RECYCLE " AND TRAN-HDR-DEPT = "CORR"
               CONTINUE
           ELSE
               MOVE ZERO TO WS-DM-HIT-IX
               PERFORM 2910-SCAN-DEPT-TABLE
                   VARYING WS-DM-IX FROM 1 BY 1
                   UNTIL WS-DM-IX > WS-DM-COUNT
               IF WS-DM-HIT-IX = ZERO
                   MOVE 'UDPT' TO WS-BATCH-DEPT-REASON
                   ADD 1 TO WS-UDPT-COUNT
               ELSE
                   MOVE WS-DM-RECORD(WS-DM-HIT-IX) TO DEPT-RECORD
                   MOVE 'N' TO WS-DM-BATCH-HIT
                   PERFORM 2920-SCAN-ALLOWED-BATCHES
                       VARYING WS-DM-BATCH-IX FROM 1 BY 1
                       UNTIL WS-DM-BATCH-IX > 6
                   EVALUATE TRUE
                       WHEN DEPT-ACTIVE
                               AND DEPT-EFF-DATE > WS-BUS-DATE-8
                           MOVE 'IDPT' TO WS-BATCH-DEPT-REASON
                           ADD 1 TO WS-IDPT-COUNT
                       WHEN DEPT-INACTIVE
                               AND DEPT-EFF-DATE NOT > WS-BUS-DATE-8
                           MOVE 'IDPT' TO WS-BATCH-DEPT-REASON
                           ADD 1 TO WS-IDPT-COUNT
                       WHEN NOT DEPT-ACTIVE AND NOT DEPT-INACTIVE
                           MOVE 'IDPT' TO WS-BATCH-DEPT-REASON
                           ADD 1 TO WS-IDPT-COUNT
                       WHEN NOT WS-DM-BATCH-ALLOWED
                           MOVE 'UBAT' TO WS-BATCH-DEPT-REASON
                           ADD 1 TO WS-UBAT-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF
           IF WS-BATCH-DEPT-REASON = SPACES
               PERFORM 2930-VALIDATE-BATCH-CURRENCY
           END-IF
           IF WS-BATCH-DEPT-REASON NOT = SPACES
               MOVE 'Y' TO WS-BATCH-DEPT-SWITCH
               IF WS-BR-COUNT < WS-BR-MAX
                   ADD 1 TO WS-BR-COUNT
                   MOVE TRAN-HDR-BATCH-ID TO WS-BR-BATCH-ID(WS-BR-COUNT)
                   MOVE TRAN-HDR-DEPT TO WS-BR-DEPT(WS-BR-COUNT)
                   MOVE WS-BATCH-DEPT-REASON
                       TO WS-BR-REASON(WS-BR-COUNT)
                   MOVE TRAN-HDR-CURRENCY
                       TO WS-BR-CURRENCY(WS-BR-COUNT)
                   MOVE ZERO TO WS-BR-RECORDS(WS-BR-COUNT)
               ELSE
                   ADD 1 TO WS-BR-DROPPED
               END-IF
           END-IF.

       2910-SCAN-DEPT-TABLE.
           IF WS-DM-RECORD(WS-DM-IX)(1:4) = TRAN-HDR-DEPT
               MOVE WS-DM-IX TO WS-DM-HIT-IX
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

       2920-SCAN-ALLOWED-BATCHES.
           IF DEPT-BATCH-ID(WS-DM-BATCH-IX) = TRAN-HDR-BATCH-ID
               MOVE 'Y' TO WS-DM-BATCH-HIT
           END-IF.

      * The functional currency needs no rate; any other must be an
      * active currency on FXRATE with a rate for the business date.
       2930-VALIDATE-BATCH-CURRENCY.
           MOVE TRAN-HDR-CURRENCY TO WS-BATCH-CURRENCY
           IF WS-BATCH-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-BATCH-CURRENCY
           END-IF
           IF WS-BATCH-CURRENCY NOT = WS-FUNC-CURRENCY
               MOVE WS-BATCH-CURRENCY TO WS-FX-SEARCH-CURRENCY
               MOVE ZERO TO WS-FX-HIT-IX
               PERFORM 2940-SCAN-FX-TABLE
                   VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > WS-FX-COUNT
               EVALUATE TRUE
                   WHEN WS-FX-HIT-IX = ZERO
                       MOVE 'UCUR' TO WS-BATCH-DEPT-REASON
                       ADD 1 TO WS-UCUR-COUNT
                   WHEN WS-FX-STATUS(WS-FX-HIT-IX) NOT = 'A'
                       MOVE 'UCUR' TO WS-BATCH-DEPT-REASON
                       ADD 1 TO WS-UCUR-COUNT
                   WHEN NOT WS-FX-RATE-FOUND(WS-FX-HIT-IX)
                       MOVE 'NORT' TO WS-BATCH-DEPT-REASON
                       ADD 1 TO WS-NORT-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2940-SCAN-FX-TABLE.
           IF WS-FX-CURRENCY(WS-FX-IX) = WS-FX-SEARCH-CURRENCY
               MOVE WS-FX-IX TO WS-FX-HIT-IX
               MOVE WS-FX-COUNT TO WS-FX-IX
           END-IF.

      * Every record of a batch rejected whole (department or
      * currency) goes to EDITREJ under the batch reason code; the
      * trailer closes the batch.
       2950-REJECT-BATCH-RECORD.
           MOVE WS-BATCH-DEPT-REASON TO REJ-REASON-CODE
           ADD 1 TO WS-DEPT-REJ-RECORDS
           IF WS-BR-DROPPED = ZERO
               ADD 1 TO WS-BR-RECORDS(WS-BR-COUNT)
           END-IF
           IF TRAN-DETAIL-REC
               PERFORM 2410-COUNT-PAIR-READ
               ADD 1 TO WS-BATCH-REJ-COUNT
               IF TRAN-DATA-1 IS NUMERIC AND TRAN-DATA-2 IS NUMERIC
                   ADD TRAN-DATA-1 TO WS-BATCH-REJ-TOTAL
                   ADD TRAN-DATA-2 TO WS-BATCH-REJ-TOTAL
               END-IF
           END-IF
           PERFORM 2600-WRITE-REJECT
           IF TRAN-TRAILER-REC
               PERFORM 2800-RESET-BATCH-ACCUMS
           END-IF.

       2200-WRITE-CLEAN-RECORD.
           MOVE TRAN-RECORD TO EDIT-OUT-RECORD
           PERFORM 2250-WRITE-OUT-RECORD

       2600-WRITE-REJECT.
           MOVE TRAN-RECORD TO REJ-IMAGE
           MOVE WS-BUS-DATE-8 TO REJ-RUN-DATE
           MOVE WS-BUS-CYCLE TO REJ-CYCLE
           MOVE WS-CURR-BATCH-ID TO REJ-BATCH-ID
           MOVE WS-CURR-DEPT TO REJ-DEPT
           ADD 1 TO WS-REJECT-COUNT
           WRITE REJECT-RECORD
           IF WS-REJECT-STATUS NOT = "00"
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           PERFORM 3300-ECHO-EDIT-RULES
           PERFORM 3600-ECHO-FX-RATES
           MOVE "RECORDS READ:                           "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-READ-COUNT TO WS-RPT-COUNT
               TO WS-RPT-COUNT-LABEL
           MOVE WS-DUPW-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "BATCHES REJECTED BY DEPARTMENT MASTER:  "
               TO WS-RPT-COUNT-LABEL
           COMPUTE WS-RPT-COUNT = WS-UDPT-COUNT + WS-IDPT-COUNT
               + WS-UBAT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  UDPT - DEPARTMENT NOT ON MASTER:      "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UDPT-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  IDPT - DEPARTMENT NOT IN EFFECT:      "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-IDPT-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  UBAT - BATCH ID NOT ALLOWED FOR DEPT: "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UBAT-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "BATCHES REJECTED FOR CURRENCY:          "
               TO WS-RPT-COUNT-LABEL
           COMPUTE WS-RPT-COUNT = WS-UCUR-COUNT + WS-NORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  UCUR - CURRENCY UNKNOWN OR INACTIVE:  "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-UCUR-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  NORT - NO RATE FOR BUSINESS DATE:     "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NORT-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "RECORDS IN BATCHES REJECTED WHOLE:      "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-DEPT-REJ-RECORDS TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           PERFORM 3400-LIST-REJECTED-BATCHES
           MOVE "TRAILERS REBUILT (NOT NUMERIC):         "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-TRLR-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE.

      * Run-level figures for EDTSTAT: record counts (RECS read, CLEN
      * clean details passed, REJR records rejected) and the reject
      * counts by reason code, all with zero amounts.
       3500-WRITE-RUN-STATS.
           MOVE 'T' TO WS-STAT-REC-TYPE
           MOVE ZERO TO WS-STAT-AMOUNT
           MOVE "RECS" TO WS-STAT-CODE
           MOVE WS-READ-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "CLEN" TO WS-STAT-CODE
           MOVE WS-CLEAN-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "REJR" TO WS-STAT-CODE
           MOVE WS-REJECT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "NNU1" TO WS-STAT-CODE
           MOVE WS-NNU1-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "NNU2" TO WS-STAT-CODE
           MOVE WS-NNU2-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "NEGP" TO WS-STAT-CODE
           MOVE WS-NEGP-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "CEIL" TO WS-STAT-CODE
           MOVE WS-CEIL-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "BADT" TO WS-STAT-CODE
           MOVE WS-BADT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "UDPT" TO WS-STAT-CODE
           MOVE WS-UDPT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "IDPT" TO WS-STAT-CODE
           MOVE WS-IDPT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "UBAT" TO WS-STAT-CODE
           MOVE WS-UBAT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "UCUR" TO WS-STAT-CODE
           MOVE WS-UCUR-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD
           MOVE "NORT" TO WS-STAT-CODE
           MOVE WS-NORT-COUNT TO WS-STAT-COUNT
           PERFORM 2890-WRITE-STAT-RECORD.

       3300-ECHO-EDIT-RULES.
           IF WS-RULE-FILE-LOADED
               MOVE "EDIT RULES IN FORCE (FROM EDTRULES):"
           MOVE WS-RPT-RULE-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE.

       3400-LIST-REJECTED-BATCHES.
           PERFORM 3450-PRINT-REJECTED-BATCH
               VARYING WS-BR-IX FROM 1 BY 1
               UNTIL WS-BR-IX > WS-BR-COUNT
           IF WS-BR-DROPPED > ZERO
               MOVE "  MORE REJECTED BATCHES NOT LISTED:     "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-BR-DROPPED TO WS-RPT-COUNT
               PERFORM 3200-WRITE-COUNT-LINE
           END-IF.

       3450-PRINT-REJECTED-BATCH.
           MOVE WS-BR-BATCH-ID(WS-BR-IX) TO WS-RPT-BR-BATCH-ID
           MOVE WS-BR-DEPT(WS-BR-IX) TO WS-RPT-BR-DEPT
           MOVE WS-BR-REASON(WS-BR-IX) TO WS-RPT-BR-REASON
           MOVE WS-BR-RECORDS(WS-BR-IX) TO WS-RPT-BR-RECORDS
           MOVE WS-BR-CURRENCY(WS-BR-IX) TO WS-RPT-BR-CURRENCY
           MOVE WS-RPT-BATCH-REJ-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE.

      * The currencies and rates the run's batches were checked
      * against, so a NORT reject can be traced to the rate file.
       3600-ECHO-FX-RATES.
           MOVE SPACES TO WS-RPT-MSG-TEXT
           IF WS-FX-FILE-LOADED
               MOVE "EXCHANGE RATES IN FORCE FOR BUSINESS DATE "
                   TO WS-RPT-MSG-TEXT(1:42)
               MOVE WS-BUS-DATE-8 TO WS-RPT-MSG-TEXT(43:8)
           ELSE
               MOVE "NO FXRATE FILE - FUNCTIONAL-CURRENCY BATCHES ONLY"
                   TO WS-RPT-MSG-TEXT(1:50)
           END-IF
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           MOVE WS-FUNC-CURRENCY TO WS-RPT-FX-CURRENCY
           MOVE 'A' TO WS-RPT-FX-STATUS
           MOVE 1 TO WS-RPT-FX-RATE
           MOVE "FUNCTIONAL CURRENCY" TO WS-RPT-FX-NOTE
           MOVE WS-RPT-FX-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           PERFORM 3650-ECHO-FX-ENTRY
               VARYING WS-FX-IX FROM 1 BY 1
               UNTIL WS-FX-IX > WS-FX-COUNT.

       3650-ECHO-FX-ENTRY.
           IF WS-FX-CURRENCY(WS-FX-IX) NOT = WS-FUNC-CURRENCY
               MOVE WS-FX-CURRENCY(WS-FX-IX) TO WS-RPT-FX-CURRENCY
               MOVE WS-FX-STATUS(WS-FX-IX) TO WS-RPT-FX-STATUS
               MOVE WS-FX-RATE(WS-FX-IX) TO WS-RPT-FX-RATE
               EVALUATE TRUE
                   WHEN WS-FX-STATUS(WS-FX-IX) NOT = 'A'
                       MOVE "NOT ACCEPTED - UCUR" TO WS-RPT-FX-NOTE
                   WHEN NOT WS-FX-RATE-FOUND(WS-FX-IX)
                       MOVE "NO RATE - NORT" TO WS-RPT-FX-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-RPT-FX-NOTE
               END-EVALUATE
               MOVE WS-RPT-FX-LINE TO RPT-LINE
               PERFORM 3100-WRITE-RPT-LINE
           END-IF.

       3200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE.
           CLOSE EDIT-IN-FILE
           CLOSE EDIT-OUT-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-RPT
           CLOSE STAT-FILE.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
