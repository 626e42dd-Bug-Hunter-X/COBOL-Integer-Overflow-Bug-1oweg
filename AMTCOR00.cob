      *           details, trailer) which the nightly job concatenates
      *           ahead of the feeder extract, so recycled work flows
      *           through the edit step and balances on its own.
      *           Resubmitted amounts stay in the currency the feeder
      *           sent them in (SUSP-CURRENCY), so one RECYCLE batch is
      *           written per currency, its header carrying the
      *           currency; AMTSUM00 converts them at the rate of the
      *           night they are recycled.
      *           The updated suspense file is written to SUSPOUT with
      *           statuses advanced; a correction report shows what was
      *           applied, written off, unmatched, and still open.
      *           Each record whose status is advanced is stamped with
      *           the business date from the BUSCAL 'B' card (system
      *           date when there is none) in SUSP-STATUS-DATE, so
      *           AMTRTN00 can tell the sending department that night
      *           that its item was resubmitted or written off.
      *           A write-off is posted to the ledger: for each item
      *           written off a GL entry flagged as a write-off
      *           (GL-ENTRY-IND 'W' - see GLFEED) goes to WOFEED, for
      *           the department of the batch, against the natural
      *           account (and, when given, the cost center) on the
      *           WOCTL card; otherwise the cost center is the
      *           department's own from DEPTMAST. The amounts are
      *           converted to the functional currency at the FXRATE
      *           rate for the business date, as AMTSUM00 converts.
      *           An item whose functional amount is over the WOCTL
      *           approval limit is written off only when the
      *           correction names a second approver (not the
      *           operator); until then it stays open, marked as
      *           awaiting approval (see SUSPREC) so AMTAGE00 shows it.
      *           A write-off is also held open when there is no valid
      *           WOCTL card or no rate for its currency. BADT/NOTR
      *           items carry no amount and are closed without a GL
      *           entry. Every applied write-off is appended to the
      *           permanent write-off log (WOLOG - see WOLOG) that
      *           AMTWOR00 prints as the monthly register.
      *
      *           WOCTL CONTROL CARD LAYOUT (LRECL 80, FIRST CARD ONLY):
      *             COL 1-6   WRITE-OFF GL NATURAL ACCOUNT (REQUIRED)
      *             COL 7-11  WRITE-OFF COST CENTER (BLANK = THE
      *                       DEPARTMENT'S OWN FROM DEPTMAST)
      *             COL 12-20 APPROVAL LIMIT, FUNCTIONAL CURRENCY
      *                       (9(7)V99 - A WRITE-OFF OVER IT NEEDS A
      *                       SECOND APPROVER)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTCOR00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT SUSP-IN-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CORRRPT-STATUS.

           SELECT WOCTL-FILE ASSIGN TO WOCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOCTL-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT FX-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT WO-FEED-FILE ASSIGN TO WOFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOFEED-STATUS.

           SELECT WO-LOG-FILE ASSIGN TO WOLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  SUSP-IN-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.
           05  CORR-NEW-DATA-1         PIC X(9).
           05  CORR-NEW-DATA-2         PIC X(9).
           05  CORR-OPERATOR-ID        PIC X(8).
           05  CORR-APPROVER-ID        PIC X(8).
           05  FILLER                  PIC X(30).

       FD  SUSP-OUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  WOCTL-FILE
           RECORDING MODE IS F.
       01  WOCTL-RECORD.
           05  WCTL-NAT-ACCOUNT        PIC X(6).
           05  WCTL-COST-CENTER        PIC X(5).
           05  WCTL-APPROVAL-LIMIT     PIC X(9).
           05  WCTL-LIMIT-NUM REDEFINES WCTL-APPROVAL-LIMIT
                                       PIC 9(7)V99.
           05  FILLER                  PIC X(60).

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

       FD  FX-FILE
           RECORDING MODE IS F.
       COPY FXRATE.

       FD  WO-FEED-FILE
           RECORDING MODE IS F.
       COPY GLFEED.

       FD  WO-LOG-FILE
           RECORDING MODE IS F.
       COPY WOLOG.

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-SUSPIN-STATUS            PIC X(2).
       01  WS-CORR-STATUS              PIC X(2).
       01  WS-SUSPOUT-STATUS           PIC X(2).
       01  WS-RECYCLE-STATUS           PIC X(2).
       01  WS-CORRRPT-STATUS           PIC X(2).
       01  WS-WOCTL-STATUS             PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-FXRATE-STATUS            PIC X(2).
       01  WS-WOFEED-STATUS            PIC X(2).
       01  WS-WOLOG-STATUS             PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
               88  WS-SUSP-END             VALUE 'Y'.
           05  WS-CORR-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-CORR-END             VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.

       01  WS-CORR-TABLE-AREA.
           05  WS-CORR-MAX             PIC S9(4) COMP VALUE +500.
               10  WS-CT-NEW-DATA-1    PIC X(9).
               10  WS-CT-NEW-DATA-2    PIC X(9).
               10  WS-CT-OPERATOR-ID   PIC X(8).
               10  WS-CT-APPROVER-ID   PIC X(8).
               10  WS-CT-MATCHED       PIC X(1).

       01  WS-CT-NUM-WORK.
           05  WS-CT-NUM-2X REDEFINES WS-CT-NUM-2
                                       PIC X(9).

      * Write-off posting controls from the WOCTL card. Without a
      * valid card no write-off is applied - the items stay open.
       01  WS-WRITE-OFF-CONTROL.
           05  WS-WO-CARD-SWITCH       PIC X     VALUE 'N'.
               88  WS-WO-CARD-VALID        VALUE 'Y'.
           05  WS-WO-NAT-ACCOUNT       PIC X(6)  VALUE SPACES.
           05  WS-WO-COST-CENTER       PIC X(5)  VALUE SPACES.
           05  WS-WO-LIMIT             PIC 9(7)V99 VALUE ZERO.

       01  WS-DEPT-MAP-AREA.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-DEPT          PIC X(4).
               10  WS-DM-COST-CENTER   PIC X(5).

      * Rates on FXRATE for the business date, loaded as AMTSUM00
      * loads them (a later card for the same currency and date
      * replaces an earlier one). The functional currency has rate 1.
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

      * The write-off in hand: its amounts in the functional currency,
      * the approver who counts (never the operator), and whether it
      * is held open and why.
       01  WS-WRITE-OFF-WORK.
           05  WS-WO-CURRENCY          PIC X(3).
           05  WS-WO-FX-RATE           PIC 9(3)V9(6).
           05  WS-WO-TRAN-TOTAL        PIC S9(8)V99.
           05  WS-WO-FUNC-DATA-1       PIC S9(7)V99.
           05  WS-WO-FUNC-DATA-2       PIC S9(7)V99.
           05  WS-WO-FUNC-TOTAL        PIC S9(8)V99.
           05  WS-WO-ABS-TOTAL         PIC 9(8)V99.
           05  WS-WO-APPROVER          PIC X(8).
           05  WS-WO-APPROVAL-IND      PIC X(1).
           05  WS-WO-GL-COST-CENTER    PIC X(5).
           05  WS-WO-AMOUNT-SWITCH     PIC X(1).
               88  WS-WO-HAS-AMOUNT        VALUE 'Y'.
           05  WS-WO-HOLD-SWITCH       PIC X(1).
               88  WS-WO-HELD              VALUE 'Y'.
           05  WS-WO-NOTE              PIC X(40).

      * Resubmitted pairs are held until every correction is applied,
      * then written out as one RECYCLE batch per currency (see
      * 4000-FINISH-RECYCLE-BATCH). At most one per correction.
       01  WS-RECYCLE-TABLE-AREA.
           05  WS-RB-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-RB-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-RB-ENTRY OCCURS 500 TIMES.
               10  WS-RB-CURRENCY      PIC X(3).
               10  WS-RB-DATA-1        PIC S9(7)V99.
               10  WS-RB-DATA-2        PIC S9(7)V99.

       01  WS-RECYCLE-CUR-AREA.
           05  WS-RC-MAX               PIC S9(4) COMP VALUE +20.
           05  WS-RC-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-RC-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-RC-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-RC-ENTRY OCCURS 20 TIMES.
               10  WS-RC-CURRENCY      PIC X(3).
               10  WS-RC-REC-COUNT     PIC 9(7).
               10  WS-RC-TOTAL         PIC S9(12)V99.

       01  WS-CORRECTION-COUNTS.
           05  WS-SUSP-READ-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-RESUB-COUNT          PIC 9(7)      VALUE ZERO.
           05  WS-DROPPED-CORR-COUNT   PIC 9(7)      VALUE ZERO.
           05  WS-RECYCLE-COUNT        PIC 9(7)      VALUE ZERO.
           05  WS-RECYCLE-TOTAL        PIC S9(12)V99 VALUE ZERO.
           05  WS-WO-POSTED-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-WO-NO-GL-COUNT       PIC 9(7)      VALUE ZERO.
           05  WS-WO-HELD-APPR-COUNT   PIC 9(7)      VALUE ZERO.
           05  WS-WO-HELD-RATE-COUNT   PIC 9(7)      VALUE ZERO.
           05  WS-WO-HELD-CTL-COUNT    PIC 9(7)      VALUE ZERO.
           05  WS-WO-POSTED-TOTAL      PIC S9(12)V99 VALUE ZERO.

       01  WS-RECYCLE-WORK.
           05  WS-RCY-HEADER.
               10  FILLER              PIC X(1)  VALUE 'H'.
               10  FILLER              PIC X(8)  VALUE "RECYCLE ".
               10  FILLER              PIC X(4)  VALUE "CORR".
               10  WS-RCY-CURRENCY     PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(64) VALUE SPACES.
           05  WS-RCY-DETAIL.
               10  FILLER              PIC X(1)  VALUE 'D'.
               10  WS-RCY-DATA-1       PIC S9(7)V99.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2)  VALUE 1.
           05  WS-RUN-DATE             PIC X(10).

       01  WS-RPT-HEADER-1.
               VALUE "SUSPENSE CORRECTION REPORT".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-WOCTL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE "WRITE-OFF ACCOUNT: ".
           05  WS-RPT-WO-ACCOUNT       PIC X(6).
           05  FILLER                  PIC X(15)
               VALUE "  COST CENTER: ".
           05  WS-RPT-WO-COST-CENTER   PIC X(11).
           05  FILLER                  PIC X(18)
               VALUE "  APPROVAL LIMIT: ".
           05  WS-RPT-WO-LIMIT         PIC Z(6)9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(40).
           05  WS-RPT-DET-REASON       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-OPER         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-APPROVER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-AMOUNT       PIC -(8)9.99 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-NOTE         PIC X(40).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-AMOUNT-LABEL     PIC X(40).
           05  WS-RPT-AMOUNT           PIC -(12)9.99.
           05  FILLER                  PIC X(70) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-READ-WRITE-OFF-CONTROL
           PERFORM 1300-LOAD-DEPT-MAP
           MOVE WS-BUS-DATE-8 TO WS-FX-RATE-DATE
           PERFORM 1500-LOAD-FX-RATES
           OPEN INPUT SUSP-IN-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               MOVE "SUSP-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-CORRRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT WO-FEED-FILE
           IF WS-WOFEED-STATUS NOT = "00"
               MOVE "WO-FEED" TO WS-FATAL-FILE-NAME
               MOVE WS-WOFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT WO-LOG-FILE
           IF WS-WOLOG-STATUS NOT = "00"
               MOVE "WO-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-WOLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 5100-WRITE-RPT-LINE
           PERFORM 1250-PRINT-WRITE-OFF-CONTROL
           PERFORM 2100-READ-CORRECTION
           PERFORM 3100-READ-SUSPENSE.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE-8 TO WS-BUS-DATE-8
           PERFORM 1150-GET-BUSINESS-DATE
           MOVE WS-BUS-DATE-8(5:2) TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-BUS-DATE-8(7:2) TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE WS-BUS-DATE-8(1:4) TO WS-RUN-DATE(7:4).

       1150-GET-BUSINESS-DATE.
           OPEN INPUT CAL-FILE
           IF WS-BUSCAL-STATUS = "00"
               PERFORM 1160-READ-CALENDAR-RECORD
                   UNTIL WS-CAL-END
               CLOSE CAL-FILE
           ELSE
               DISPLAY "*** BUSCAL NOT AVAILABLE (STATUS="
                   WS-BUSCAL-STATUS ") - SYSTEM DATE USED ***"
           END-IF.

       1160-READ-CALENDAR-RECORD.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
               NOT AT END
                   IF CAL-BUSDATE-REC
                       IF CAL-BUS-DATE IS NUMERIC
                           MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
                       END-IF
                       IF CAL-BUS-CYCLE IS NUMERIC
                               AND CAL-BUS-CYCLE > ZERO
                           MOVE CAL-BUS-CYCLE TO WS-BUS-CYCLE
                       END-IF
                   END-IF
           END-READ
           IF WS-BUSCAL-STATUS NOT = "00"
                   AND WS-BUSCAL-STATUS NOT = "10"
               MOVE "CAL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-BUSCAL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Only the first WOCTL card counts. A missing or invalid card
      * does not stop the run - resubmissions still go through - but
      * every write-off is held open until the card is put right.
       1200-READ-WRITE-OFF-CONTROL.
           OPEN INPUT WOCTL-FILE
           IF WS-WOCTL-STATUS = "00"
               READ WOCTL-FILE
                   AT END
                       DISPLAY "*** WOCTL CARD MISSING - WRITE-OFFS "
                           "HELD OPEN ***"
                   NOT AT END
                       IF WCTL-NAT-ACCOUNT NOT = SPACES
                               AND WCTL-LIMIT-NUM IS NUMERIC
                           MOVE 'Y' TO WS-WO-CARD-SWITCH
                           MOVE WCTL-NAT-ACCOUNT TO WS-WO-NAT-ACCOUNT
                           MOVE WCTL-COST-CENTER TO WS-WO-COST-CENTER
                           MOVE WCTL-LIMIT-NUM TO WS-WO-LIMIT
                       ELSE
                           DISPLAY "*** WOCTL CARD INVALID - "
                               "WRITE-OFFS HELD OPEN ***"
                       END-IF
               END-READ
               IF WS-WOCTL-STATUS NOT = "00"
                       AND WS-WOCTL-STATUS NOT = "10"
                   MOVE "WOCTL-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-WOCTL-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
               CLOSE WOCTL-FILE
           ELSE
               DISPLAY "*** WOCTL NOT AVAILABLE (STATUS="
                   WS-WOCTL-STATUS ") - WRITE-OFFS HELD OPEN ***"
           END-IF.

       1250-PRINT-WRITE-OFF-CONTROL.
           IF WS-WO-CARD-VALID
               MOVE WS-WO-NAT-ACCOUNT TO WS-RPT-WO-ACCOUNT
               IF WS-WO-COST-CENTER = SPACES
                   MOVE "DEPARTMENT" TO WS-RPT-WO-COST-CENTER
               ELSE
                   MOVE WS-WO-COST-CENTER TO WS-RPT-WO-COST-CENTER
               END-IF
               MOVE WS-WO-LIMIT TO WS-RPT-WO-LIMIT
               MOVE WS-RPT-WOCTL-LINE TO RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               MOVE "NO VALID WOCTL CARD - WRITE-OFFS ARE HELD OPEN"
                   TO RPT-LINE(7:46)
           END-IF
           PERFORM 5100-WRITE-RPT-LINE.

      * The write-off cost center when the WOCTL card names none.
       1300-LOAD-DEPT-MAP.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
               PERFORM 1350-LOAD-DEPT-RECORD
                   UNTIL WS-DEPT-END
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "*** DEPTMAST NOT AVAILABLE (STATUS="
                   WS-DEPT-STATUS ") - WRITE-OFF COST CENTER LEFT "
                   "BLANK ***"
           END-IF.

       1350-LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-CODE TO WS-DM-DEPT(WS-DM-COUNT)
                       MOVE DEPT-COST-CENTER
                           TO WS-DM-COST-CENTER(WS-DM-COUNT)
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
                   "WRITE-OFFS ONLY ***"
           END-IF
           IF WS-FX-DROPPED > ZERO
               DISPLAY "*** FXRATE TABLE FULL - " WS-FX-DROPPED
                   " RATES NOT LOADED - RAISE WS-FX-MAX ***"
               MOVE "FX-FILE" TO WS-FATAL-FILE-NAME
               MOVE "TF" TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

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
           PERFORM 3480-SCAN-FX-TABLE
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

       2000-LOAD-CORRECTIONS.
           IF WS-CORR-COUNT < WS-CORR-MAX
                   TO WS-CT-NEW-DATA-2(WS-CORR-COUNT)
               MOVE CORR-OPERATOR-ID
                   TO WS-CT-OPERATOR-ID(WS-CORR-COUNT)
               MOVE CORR-APPROVER-ID
                   TO WS-CT-APPROVER-ID(WS-CORR-COUNT)
               MOVE 'N' TO WS-CT-MATCHED(WS-CORR-COUNT)
           ELSE
               ADD 1 TO WS-DROPPED-CORR-COUNT
           END-IF.

       3300-RESUBMIT-RECORD.
           MOVE WS-CT-NEW-DATA-1(WS-CORR-IX) TO WS-CT-NUM-1X
           IF WS-CT-NUM-1 IS NUMERIC
               MOVE WS-CT-NUM-1 TO WS-RCY-DATA-1
           ELSE
               MOVE SUSP-DATA-2 TO WS-RCY-DATA-2
           END-IF
           PERFORM 3350-HOLD-RECYCLE-PAIR
           ADD 1 TO WS-RECYCLE-COUNT
           ADD WS-RCY-DATA-1 TO WS-RECYCLE-TOTAL
           ADD WS-RCY-DATA-2 TO WS-RECYCLE-TOTAL
           MOVE 'R' TO SUSP-STATUS
           MOVE WS-BUS-DATE-8 TO SUSP-STATUS-DATE
           PERFORM 3490-CLEAR-WRITE-OFF-REQUEST
           ADD 1 TO WS-RESUB-COUNT
           MOVE "RESUBMITTED " TO WS-RPT-DET-ACTION
           MOVE SPACES TO WS-RPT-DET-APPROVER
           MOVE ZERO TO WS-RPT-DET-AMOUNT
           MOVE SPACES TO WS-RPT-DET-NOTE
           PERFORM 3500-PRINT-ACTION-LINE.

       3350-HOLD-RECYCLE-PAIR.
           ADD 1 TO WS-RB-COUNT
           MOVE SUSP-CURRENCY TO WS-RB-CURRENCY(WS-RB-COUNT)
           MOVE WS-RCY-DATA-1 TO WS-RB-DATA-1(WS-RB-COUNT)
           MOVE WS-RCY-DATA-2 TO WS-RB-DATA-2(WS-RB-COUNT)
           MOVE ZERO TO WS-RC-HIT-IX
           PERFORM 3360-SCAN-RECYCLE-CURRENCY
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT
           IF WS-RC-HIT-IX = ZERO
               IF WS-RC-COUNT < WS-RC-MAX
                   ADD 1 TO WS-RC-COUNT
                   MOVE WS-RC-COUNT TO WS-RC-HIT-IX
                   MOVE SUSP-CURRENCY TO WS-RC-CURRENCY(WS-RC-COUNT)
                   MOVE ZERO TO WS-RC-REC-COUNT(WS-RC-COUNT)
                   MOVE ZERO TO WS-RC-TOTAL(WS-RC-COUNT)
               ELSE
                   DISPLAY "*** RECYCLE CURRENCY TABLE FULL - RAISE "
                       "WS-RC-MAX ***"
                   MOVE "RECYCLE" TO WS-FATAL-FILE-NAME
                   MOVE "TF" TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           ADD 1 TO WS-RC-REC-COUNT(WS-RC-HIT-IX)
           ADD WS-RCY-DATA-1 TO WS-RC-TOTAL(WS-RC-HIT-IX)
           ADD WS-RCY-DATA-2 TO WS-RC-TOTAL(WS-RC-HIT-IX).

       3360-SCAN-RECYCLE-CURRENCY.
           IF WS-RC-CURRENCY(WS-RC-IX) = SUSP-CURRENCY
               MOVE WS-RC-IX TO WS-RC-HIT-IX
               MOVE WS-RC-COUNT TO WS-RC-IX
           END-IF.

      * A write-off is applied only when it can be posted: a valid
      * WOCTL card, a rate for the item's currency, and - over the
      * approval limit - a second approver. Otherwise the item stays
      * open and the report says why.
       3400-WRITE-OFF-RECORD.
           MOVE 'N' TO WS-WO-HOLD-SWITCH
           MOVE SPACES TO WS-WO-NOTE
           MOVE SPACES TO WS-WO-APPROVAL-IND
           MOVE WS-CT-APPROVER-ID(WS-CORR-IX) TO WS-WO-APPROVER
           IF WS-WO-APPROVER = WS-CT-OPERATOR-ID(WS-CORR-IX)
               MOVE SPACES TO WS-WO-APPROVER
           END-IF
           PERFORM 3410-CONVERT-WRITE-OFF
           EVALUATE TRUE
               WHEN NOT WS-WO-CARD-VALID
                   MOVE 'Y' TO WS-WO-HOLD-SWITCH
                   MOVE "HELD - NO VALID WOCTL CARD" TO WS-WO-NOTE
                   ADD 1 TO WS-WO-HELD-CTL-COUNT
               WHEN WS-WO-HELD
                   ADD 1 TO WS-WO-HELD-RATE-COUNT
               WHEN OTHER
                   PERFORM 3430-CHECK-APPROVAL-LIMIT
           END-EVALUATE
           IF WS-WO-HELD
               MOVE "WO HELD     " TO WS-RPT-DET-ACTION
           ELSE
               PERFORM 3440-APPLY-WRITE-OFF
               MOVE "WRITTEN OFF " TO WS-RPT-DET-ACTION
           END-IF
           MOVE WS-WO-APPROVER TO WS-RPT-DET-APPROVER
           MOVE WS-WO-FUNC-TOTAL TO WS-RPT-DET-AMOUNT
           MOVE WS-WO-NOTE TO WS-RPT-DET-NOTE
           PERFORM 3500-PRINT-ACTION-LINE.

      * BADT/NOTR items carry zero amounts - nothing to expense.
      * A blank currency is the functional currency.
       3410-CONVERT-WRITE-OFF.
           MOVE ZERO TO WS-WO-TRAN-TOTAL
           MOVE ZERO TO WS-WO-FUNC-DATA-1
           MOVE ZERO TO WS-WO-FUNC-DATA-2
           MOVE ZERO TO WS-WO-FUNC-TOTAL
           MOVE SUSP-CURRENCY TO WS-WO-CURRENCY
           IF WS-WO-CURRENCY = SPACES
               MOVE WS-FUNC-CURRENCY TO WS-WO-CURRENCY
           END-IF
           IF SUSP-DATA-1 IS NUMERIC AND SUSP-DATA-2 IS NUMERIC
                   AND (SUSP-DATA-1 NOT = ZERO
                        OR SUSP-DATA-2 NOT = ZERO)
               MOVE 'Y' TO WS-WO-AMOUNT-SWITCH
           ELSE
               MOVE 'N' TO WS-WO-AMOUNT-SWITCH
           END-IF
           PERFORM 3420-SET-WRITE-OFF-RATE
           IF WS-WO-HAS-AMOUNT
               IF WS-WO-FX-RATE = ZERO
                   MOVE 'Y' TO WS-WO-HOLD-SWITCH
                   MOVE "HELD - NO     RATE FOR THE BUSINESS DATE"
                       TO WS-WO-NOTE
                   MOVE WS-WO-CURRENCY TO WS-WO-NOTE(11:3)
               ELSE
                   COMPUTE WS-WO-TRAN-TOTAL =
                       SUSP-DATA-1 + SUSP-DATA-2
                   COMPUTE WS-WO-FUNC-DATA-1 ROUNDED =
                           SUSP-DATA-1 * WS-WO-FX-RATE
                       ON SIZE ERROR
                           PERFORM 3425-HOLD-CONVERSION
                   END-COMPUTE
                   COMPUTE WS-WO-FUNC-DATA-2 ROUNDED =
                           SUSP-DATA-2 * WS-WO-FX-RATE
                       ON SIZE ERROR
                           PERFORM 3425-HOLD-CONVERSION
                   END-COMPUTE
                   COMPUTE WS-WO-FUNC-TOTAL =
                       WS-WO-FUNC-DATA-1 + WS-WO-FUNC-DATA-2
               END-IF
           END-IF.

       3420-SET-WRITE-OFF-RATE.
           IF WS-WO-CURRENCY = WS-FUNC-CURRENCY
               MOVE 1 TO WS-WO-FX-RATE
           ELSE
               MOVE ZERO TO WS-WO-FX-RATE
               MOVE WS-WO-CURRENCY TO WS-FX-SEARCH-CURRENCY
               MOVE ZERO TO WS-FX-HIT-IX
               PERFORM 3480-SCAN-FX-TABLE
                   VARYING WS-FX-IX FROM 1 BY 1
                   UNTIL WS-FX-IX > WS-FX-COUNT
               IF WS-FX-HIT-IX > ZERO
                   IF WS-FX-RATE-FOUND(WS-FX-HIT-IX)
                       MOVE WS-FX-RATE(WS-FX-HIT-IX) TO WS-WO-FX-RATE
                   END-IF
               END-IF
           END-IF.

       3425-HOLD-CONVERSION.
           MOVE 'Y' TO WS-WO-HOLD-SWITCH
           MOVE "HELD - CONVERTED AMOUNT TOO LARGE" TO WS-WO-NOTE
           MOVE ZERO TO WS-WO-FUNC-DATA-1
           MOVE ZERO TO WS-WO-FUNC-DATA-2.

      * Over the limit, the item waits for an approver; the first
      * request date and operator are kept however often it is keyed.
       3430-CHECK-APPROVAL-LIMIT.
           IF WS-WO-FUNC-TOTAL < ZERO
               COMPUTE WS-WO-ABS-TOTAL = ZERO - WS-WO-FUNC-TOTAL
           ELSE
               MOVE WS-WO-FUNC-TOTAL TO WS-WO-ABS-TOTAL
           END-IF
           IF WS-WO-ABS-TOTAL > WS-WO-LIMIT
               IF WS-WO-APPROVER = SPACES
                   MOVE 'Y' TO WS-WO-HOLD-SWITCH
                   MOVE "HELD - OVER LIMIT, NEEDS SECOND APPROVER"
                       TO WS-WO-NOTE
                   ADD 1 TO WS-WO-HELD-APPR-COUNT
                   IF NOT SUSP-WO-AWAITING-APPROVAL
                       MOVE 'A' TO SUSP-WO-PENDING-IND
                       MOVE WS-BUS-DATE-8 TO SUSP-WO-REQ-DATE
                       MOVE WS-CT-OPERATOR-ID(WS-CORR-IX)
                           TO SUSP-WO-REQ-OPER
                   END-IF
               ELSE
                   MOVE 'A' TO WS-WO-APPROVAL-IND
               END-IF
           ELSE
               MOVE 'U' TO WS-WO-APPROVAL-IND
           END-IF.

       3440-APPLY-WRITE-OFF.
           MOVE 'W' TO SUSP-STATUS
           MOVE WS-BUS-DATE-8 TO SUSP-STATUS-DATE
           PERFORM 3490-CLEAR-WRITE-OFF-REQUEST
           ADD 1 TO WS-WRITEOFF-COUNT
           PERFORM 3450-SET-WRITE-OFF-COST-CENTER
           IF WS-WO-HAS-AMOUNT
               PERFORM 3460-WRITE-WRITE-OFF-ENTRY
               ADD 1 TO WS-WO-POSTED-COUNT
               ADD WS-WO-FUNC-TOTAL TO WS-WO-POSTED-TOTAL
           ELSE
               ADD 1 TO WS-WO-NO-GL-COUNT
               MOVE "CLOSED - NO AMOUNT, NO GL ENTRY" TO WS-WO-NOTE
           END-IF
           PERFORM 3470-WRITE-WRITE-OFF-LOG.

       3450-SET-WRITE-OFF-COST-CENTER.
           MOVE WS-WO-COST-CENTER TO WS-WO-GL-COST-CENTER
           IF WS-WO-GL-COST-CENTER = SPACES
               MOVE ZERO TO WS-DM-HIT-IX
               PERFORM 3455-SCAN-DEPT-MAP
                   VARYING WS-DM-IX FROM 1 BY 1
                   UNTIL WS-DM-IX > WS-DM-COUNT
               IF WS-DM-HIT-IX > ZERO
                   MOVE WS-DM-COST-CENTER(WS-DM-HIT-IX)
                       TO WS-WO-GL-COST-CENTER
               END-IF
           END-IF.

       3455-SCAN-DEPT-MAP.
           IF WS-DM-DEPT(WS-DM-IX) = SUSP-DEPT
               MOVE WS-DM-IX TO WS-DM-HIT-IX
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

       3460-WRITE-WRITE-OFF-ENTRY.
           MOVE SPACES TO GL-FEED-RECORD
           MOVE WS-BUS-DATE-8 TO GL-DATE
           MOVE WS-BUS-CYCLE TO GL-CYCLE
           MOVE SUSP-BATCH-ID TO GL-BATCH-ID
           MOVE WS-WO-FUNC-DATA-1 TO GL-AMOUNT-1
           MOVE WS-WO-FUNC-DATA-2 TO GL-AMOUNT-2
           MOVE WS-WO-FUNC-TOTAL TO GL-TOTAL
           MOVE SUSP-DEPT TO GL-DEPT
           MOVE SPACE TO GL-PPA-IND
           MOVE 'W' TO GL-ENTRY-IND
           MOVE SUSP-RUN-DATE TO GL-ORIG-DATE
           MOVE SUSP-CYCLE TO GL-ORIG-CYCLE
           MOVE SUSP-SEQ TO GL-ORIG-SEQ
           MOVE WS-WO-GL-COST-CENTER TO GL-COST-CENTER
           MOVE WS-WO-NAT-ACCOUNT TO GL-NAT-ACCOUNT
           MOVE WS-WO-CURRENCY TO GL-TRAN-CURRENCY
           MOVE WS-WO-FX-RATE TO GL-FX-RATE
           MOVE SUSP-DATA-1 TO GL-TRAN-AMOUNT-1
           MOVE SUSP-DATA-2 TO GL-TRAN-AMOUNT-2
           MOVE WS-WO-TRAN-TOTAL TO GL-TRAN-TOTAL
           WRITE GL-FEED-RECORD
           IF WS-WOFEED-STATUS NOT = "00"
               MOVE "WO-FEED" TO WS-FATAL-FILE-NAME
               MOVE WS-WOFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3470-WRITE-WRITE-OFF-LOG.
           MOVE SPACES TO WOL-RECORD
           MOVE WS-BUS-DATE-8 TO WOL-BUS-DATE
           MOVE WS-BUS-CYCLE TO WOL-CYCLE
           MOVE SUSP-RUN-DATE TO WOL-SUSP-RUN-DATE
           MOVE SUSP-CYCLE TO WOL-SUSP-CYCLE
           MOVE SUSP-SEQ TO WOL-SUSP-SEQ
           MOVE SUSP-BATCH-ID TO WOL-BATCH-ID
           MOVE SUSP-DEPT TO WOL-DEPT
           MOVE SUSP-REASON-CODE TO WOL-REASON-CODE
           MOVE WS-WO-CURRENCY TO WOL-CURRENCY
           MOVE WS-WO-FX-RATE TO WOL-FX-RATE
           MOVE WS-WO-TRAN-TOTAL TO WOL-TRAN-TOTAL
           MOVE WS-WO-FUNC-TOTAL TO WOL-FUNC-TOTAL
           MOVE WS-CT-OPERATOR-ID(WS-CORR-IX) TO WOL-OPERATOR-ID
           MOVE WS-WO-APPROVER TO WOL-APPROVER-ID
           MOVE WS-WO-APPROVAL-IND TO WOL-APPROVAL-IND
           IF WS-WO-HAS-AMOUNT
               MOVE 'Y' TO WOL-GL-IND
           ELSE
               MOVE 'N' TO WOL-GL-IND
           END-IF
           MOVE WS-WO-GL-COST-CENTER TO WOL-COST-CENTER
           MOVE WS-WO-NAT-ACCOUNT TO WOL-NAT-ACCOUNT
           MOVE WS-WO-LIMIT TO WOL-APPROVAL-LIMIT
           WRITE WOL-RECORD
           IF WS-WOLOG-STATUS NOT = "00"
               MOVE "WO-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-WOLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3480-SCAN-FX-TABLE.
           IF WS-FX-CURRENCY(WS-FX-IX) = WS-FX-SEARCH-CURRENCY
               MOVE WS-FX-IX TO WS-FX-HIT-IX
               MOVE WS-FX-COUNT TO WS-FX-IX
           END-IF.

       3490-CLEAR-WRITE-OFF-REQUEST.
           MOVE SPACE TO SUSP-WO-PENDING-IND
           MOVE ZERO TO SUSP-WO-REQ-DATE
           MOVE SPACES TO SUSP-WO-REQ-OPER.

       3500-PRINT-ACTION-LINE.
           MOVE SUSP-RUN-DATE TO WS-RPT-DET-DATE
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           PERFORM 5100-WRITE-RPT-LINE.

      * One self-balancing batch per currency, trailer totals in
      * that currency, so each balances on its own in AMTSUM00.
       4000-FINISH-RECYCLE-BATCH.
           PERFORM 4050-WRITE-CURRENCY-BATCH
               VARYING WS-RC-IX FROM 1 BY 1
               UNTIL WS-RC-IX > WS-RC-COUNT.

       4050-WRITE-CURRENCY-BATCH.
           MOVE WS-RC-CURRENCY(WS-RC-IX) TO WS-RCY-CURRENCY
           MOVE WS-RCY-HEADER TO RECYCLE-RECORD
           PERFORM 4100-WRITE-RECYCLE-RECORD
           PERFORM 4060-WRITE-RECYCLE-DETAIL
               VARYING WS-RB-IX FROM 1 BY 1
               UNTIL WS-RB-IX > WS-RB-COUNT
           MOVE WS-RC-REC-COUNT(WS-RC-IX) TO WS-RCY-TRL-COUNT
           MOVE WS-RC-TOTAL(WS-RC-IX) TO WS-RCY-TRL-TOTAL
           MOVE WS-RCY-TRAILER TO RECYCLE-RECORD
           PERFORM 4100-WRITE-RECYCLE-RECORD.

       4060-WRITE-RECYCLE-DETAIL.
           IF WS-RB-CURRENCY(WS-RB-IX) = WS-RC-CURRENCY(WS-RC-IX)
               MOVE WS-RB-DATA-1(WS-RB-IX) TO WS-RCY-DATA-1
               MOVE WS-RB-DATA-2(WS-RB-IX) TO WS-RCY-DATA-2
               MOVE WS-RCY-DETAIL TO RECYCLE-RECORD
               PERFORM 4100-WRITE-RECYCLE-RECORD
           END-IF.

               TO WS-RPT-COUNT-LABEL
           MOVE WS-RESUB-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "RECYCLE BATCHES WRITTEN (BY CURRENCY):  "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-RC-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "WRITTEN OFF:                            "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WRITEOFF-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "  OF WHICH POSTED TO LEDGER (WOFEED):   "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-POSTED-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "  OF WHICH NO AMOUNT (NO GL ENTRY):     "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-NO-GL-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "WRITE-OFF TOTAL POSTED (FUNCTIONAL):    "
               TO WS-RPT-AMOUNT-LABEL
           MOVE WS-WO-POSTED-TOTAL TO WS-RPT-AMOUNT
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           PERFORM 5100-WRITE-RPT-LINE
           MOVE "WRITE-OFFS HELD - AWAITING APPROVER:    "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-HELD-APPR-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "WRITE-OFFS HELD - NO RATE/CONVERSION:   "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-HELD-RATE-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "WRITE-OFFS HELD - NO VALID WOCTL CARD:  "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-HELD-CTL-COUNT TO WS-RPT-COUNT
           PERFORM 5300-WRITE-COUNT-LINE
           MOVE "STILL OPEN (AWAITING CORRECTION):       "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-STILL-OPEN-COUNT TO WS-RPT-COUNT
           CLOSE CORR-FILE
           CLOSE SUSP-OUT-FILE
           CLOSE RECYCLE-FILE
           CLOSE CORR-RPT
           CLOSE WO-FEED-FILE
           CLOSE WO-LOG-FILE.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
