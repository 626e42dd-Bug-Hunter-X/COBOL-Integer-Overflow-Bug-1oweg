      ******************************************************************
      * PROGRAM:  AMTYRE00
      * PURPOSE:  Fiscal year-end close. The fiscal year to close is
      *           given via PARM (YYYY) and mapped to its twelve
      *           calendar months by the BUSCAL 'F' fiscal calendar
      *           card (start month and naming convention - see
      *           CALREC). The run:
      *             - confirms every month of the year is closed on
      *               the period-status file (see PERDREC) and
      *               refuses, listing the open months, if any is not
      *             - reads the permanent monthly summaries AMTMON00
      *               leaves on the MONSUM KSDS (see MONSUM) for the
      *               fiscal year and the year before it, and prints
      *               the annual report: every month / batch id /
      *               department line of the year, then summaries by
      *               month, by batch id and by department with the
      *               prior fiscal year's count and total and the
      *               year-over-year variance, and the year total
      *             - writes the annual GL summary feed (see GLYSUM):
      *               one 'B' record per batch id, one 'D' record per
      *               department and a final 'Y' year-total record
      *             - stamps the twelve months with the fiscal year
      *               and a 'C' year status on an updated copy of
      *               the period-status file (PERDOUT), which the job
      *               swaps over the master as AMTMONJ does. From then
      *               on AMTMON00 will not roll the months up again,
      *               AMTSUM00 and AMTREV00 divert late activity as a
      *               prior-year adjustment and AMTRST00 refuses
      *               restores into them.
      *           Rerunning a year that is already closed reprints the
      *           report and feed and keeps the original year-close
      *           date. RETURN-CODE 0 = year closed, 8 = refused (no
      *           PARM, no fiscal calendar, or a month still open) -
      *           nothing is written to PERDOUT and the swap is
      *           skipped.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTYRE00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONSUM-FILE ASSIGN TO MONSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MSUM-KEY
               FILE STATUS IS WS-MONSUM-STATUS.

           SELECT YEAR-RPT ASSIGN TO YEARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YEARRPT-STATUS.

           SELECT YGL-FEED-FILE ASSIGN TO YGLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-YGLFEED-STATUS.

           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT PERD-IN-FILE ASSIGN TO PERDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDIN-STATUS.

           SELECT PERD-OUT-FILE ASSIGN TO PERDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MONSUM-FILE.
       COPY MONSUM.

       FD  YEAR-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  YGL-FEED-FILE
           RECORDING MODE IS F.
       COPY GLYSUM.

       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  PERD-IN-FILE
           RECORDING MODE IS F.
       COPY PERDREC.

       FD  PERD-OUT-FILE
           RECORDING MODE IS F.
       01  PERD-OUT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-MONSUM-STATUS            PIC X(2).
       01  WS-YEARRPT-STATUS           PIC X(2).
       01  WS-YGLFEED-STATUS           PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-PERDIN-STATUS            PIC X(2).
       01  WS-PERDOUT-STATUS           PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-MSUM-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-MSUM-END             VALUE 'Y'.
           05  WS-PERD-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-PERD-END             VALUE 'Y'.
           05  WS-REFUSED-SWITCH       PIC X VALUE 'N'.
               88  WS-YEAR-END-REFUSED     VALUE 'Y'.
           05  WS-FISCAL-CARD-SWITCH   PIC X VALUE 'N'.
               88  WS-FISCAL-CARD-FOUND    VALUE 'Y'.
           05  WS-CURRENT-YEAR-SWITCH  PIC X VALUE 'N'.
               88  WS-CURRENT-YEAR-REC     VALUE 'Y'.
           05  WS-PRIOR-DATA-SWITCH    PIC X VALUE 'N'.
               88  WS-PRIOR-DATA-FOUND     VALUE 'Y'.
           05  WS-ALREADY-CLOSED-SW    PIC X VALUE 'Y'.
               88  WS-YEAR-WAS-CLOSED      VALUE 'Y'.

       01  WS-FISCAL-AREA.
           05  WS-FISCAL-YEAR          PIC 9(4)  VALUE ZERO.
           05  WS-FY-START-MONTH       PIC 9(2)  VALUE ZERO.
           05  WS-FY-NAME-IND          PIC X(1)  VALUE 'E'.
           05  WS-FIRST-MONTH          PIC 9(6)  VALUE ZERO.
           05  WS-LAST-MONTH           PIC 9(6)  VALUE ZERO.
           05  WS-PRIOR-FIRST-MONTH    PIC 9(6)  VALUE ZERO.
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).

      * The twelve calendar months of the fiscal year, each with the
      * same month one year earlier for the prior-year comparison.
       01  WS-FISCAL-MONTH-TABLE.
           05  WS-FM-MAX               PIC S9(4) COMP VALUE +12.
           05  WS-FM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-FM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-FM-OPEN-COUNT        PIC 9(2)      VALUE ZERO.
           05  WS-FM-ENTRY OCCURS 12 TIMES.
               10  WS-FM-MONTH         PIC 9(6).
               10  WS-FM-PRIOR-MONTH   PIC 9(6).
               10  WS-FM-DATA-SW       PIC X(1).
               10  WS-FM-REC-COUNT     PIC 9(9).
               10  WS-FM-TOTAL         PIC S9(13)V99.
               10  WS-FM-PRIOR-COUNT   PIC 9(9).
               10  WS-FM-PRIOR-TOTAL   PIC S9(13)V99.

       01  WS-YEAR-TOTALS.
           05  WS-YR-COUNT             PIC 9(9)      VALUE ZERO.
           05  WS-YR-TOTAL             PIC S9(13)V99 VALUE ZERO.
           05  WS-YR-PRIOR-COUNT       PIC 9(9)      VALUE ZERO.
           05  WS-YR-PRIOR-TOTAL       PIC S9(13)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(7)      VALUE ZERO.

       01  WS-BATCH-TABLE-AREA.
           05  WS-BT-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-BT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-BT-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-BT-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-BT-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-BT-ENTRY OCCURS 200 TIMES.
               10  WS-BT-BATCH-ID      PIC X(8).
               10  WS-BT-REC-COUNT     PIC 9(9).
               10  WS-BT-TOTAL         PIC S9(13)V99.
               10  WS-BT-PRIOR-COUNT   PIC 9(9).
               10  WS-BT-PRIOR-TOTAL   PIC S9(13)V99.

       01  WS-DEPT-TABLE-AREA.
           05  WS-DT-MAX               PIC S9(4) COMP VALUE +100.
           05  WS-DT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DT-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DT-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DT-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 100 TIMES.
               10  WS-DT-DEPT          PIC X(4).
               10  WS-DT-REC-COUNT     PIC 9(9).
               10  WS-DT-TOTAL         PIC S9(13)V99.
               10  WS-DT-PRIOR-COUNT   PIC 9(9).
               10  WS-DT-PRIOR-TOTAL   PIC S9(13)V99.

       01  WS-PERD-WORK-RECORD.
           05  WS-PW-MONTH             PIC 9(6).
           05  WS-PW-STATUS            PIC X(1).
           05  WS-PW-CLOSE-DATE        PIC 9(8).
           05  WS-PW-FISCAL-YEAR       PIC 9(4).
           05  WS-PW-YEAR-STATUS       PIC X(1).
           05  WS-PW-YEAR-CLOSE-DATE   PIC 9(8).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-PERIOD-TABLE-AREA.
           05  WS-PT-MAX               PIC S9(4) COMP VALUE +60.
           05  WS-PT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-PT-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-PT-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-PT-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 60 TIMES.
               10  WS-PT-MONTH         PIC 9(6).
               10  WS-PT-STATUS        PIC X(1).
               10  WS-PT-CLOSE-DATE    PIC 9(8).
               10  WS-PT-FISCAL-YEAR   PIC 9(4).
               10  WS-PT-YEAR-STATUS   PIC X(1).
               10  WS-PT-YEAR-CLOSE-DATE PIC 9(8).

      * Work fields for one line of the month/batch/department
      * summaries - loaded by the caller, printed by 4400.
       01  WS-SUMMARY-WORK.
           05  WS-SW-KEY               PIC X(8).
           05  WS-SW-COUNT             PIC 9(9).
           05  WS-SW-TOTAL             PIC S9(13)V99.
           05  WS-SW-PRIOR-COUNT       PIC 9(9).
           05  WS-SW-PRIOR-TOTAL       PIC S9(13)V99.
           05  WS-SW-VARIANCE          PIC S9(14)V99.

       01  WS-REPORT-CONTROL.
           05  WS-PAGE-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-MAX-LINES            PIC 9(3)  VALUE 55.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-RUN-DATE             PIC X(10).
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(27)
               VALUE "FISCAL YEAR-END CLOSE FOR: ".
           05  WS-RPT-FISCAL-YEAR      PIC 9(4).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  WS-RPT-PAGE             PIC ZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "MONTH".
           05  FILLER                  PIC X(10) VALUE "BATCH-ID".
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(11) VALUE "COUNT".
           05  FILLER                  PIC X(18) VALUE "TOTAL".
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-DET-MONTH        PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPT-DET-BATCH        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-DEPT         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-TOTAL        PIC -9(13).99.
           05  FILLER                  PIC X(72) VALUE SPACES.

       01  WS-RPT-SUMMARY-HDR-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-SUMMARY-TITLE    PIC X(26).
           05  FILLER                  PIC X(100) VALUE SPACES.

       01  WS-RPT-SUMMARY-COL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "COUNT".
           05  FILLER                  PIC X(19) VALUE "TOTAL".
           05  FILLER                  PIC X(11) VALUE "PY COUNT".
           05  FILLER                  PIC X(19) VALUE "PY TOTAL".
           05  FILLER                  PIC X(18) VALUE "VARIANCE".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPT-SUMMARY-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-SUM-KEY          PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-TOTAL        PIC -9(13).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-PRIOR-COUNT  PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-PRIOR-TOTAL  PIC -9(13).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-SUM-VARIANCE     PIC -9(14).99.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(4).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF NOT WS-YEAR-END-REFUSED
               PERFORM 1300-LOAD-PERIOD-STATUS
               PERFORM 1400-CHECK-MONTHS-CLOSED
           END-IF
           IF WS-YEAR-END-REFUSED
               PERFORM 3900-REFUSE-YEAR-END
           ELSE
               PERFORM 2000-LOAD-MONTH-SUMMARY
               PERFORM 3000-PRINT-YEAR-SUMMARY
               PERFORM 3500-WRITE-ANNUAL-FEED
               PERFORM 3700-CLOSE-FISCAL-YEAR
               PERFORM 3800-WRITE-PERIOD-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-FISCAL-YEAR
           OPEN OUTPUT YEAR-RPT
           IF WS-YEARRPT-STATUS NOT = "00"
               MOVE "YEAR-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-YEARRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT YGL-FEED-FILE
           IF WS-YGLFEED-STATUS NOT = "00"
               MOVE "YGL-FEED" TO WS-FATAL-FILE-NAME
               MOVE WS-YGLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 4100-PRINT-HEADINGS
           IF NOT WS-YEAR-END-REFUSED
               PERFORM 1250-BUILD-FISCAL-MONTHS
           END-IF.

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

      * Besides the business date, BUSCAL carries the fiscal calendar
      * ('F' card). The last valid one on the file wins.
       1160-READ-CALENDAR-RECORD.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
               NOT AT END
                   IF CAL-BUSDATE-REC
                           AND CAL-BUS-DATE IS NUMERIC
                       MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
                   END-IF
                   IF CAL-FISCAL-REC
                           AND CAL-FY-START-MONTH IS NUMERIC
                           AND CAL-FY-START-MONTH > ZERO
                           AND CAL-FY-START-MONTH < 13
                       MOVE CAL-FY-START-MONTH TO WS-FY-START-MONTH
                       IF CAL-FY-NAMED-BY-START
                           MOVE 'S' TO WS-FY-NAME-IND
                       ELSE
                           MOVE 'E' TO WS-FY-NAME-IND
                       END-IF
                       MOVE 'Y' TO WS-FISCAL-CARD-SWITCH
                   END-IF
           END-READ
           IF WS-BUSCAL-STATUS NOT = "00"
                   AND WS-BUSCAL-STATUS NOT = "10"
               MOVE "CAL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-BUSCAL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1200-GET-FISCAL-YEAR.
           IF LS-PARM-LEN = 4
               AND LS-PARM-TEXT(1:4) IS NUMERIC
               MOVE LS-PARM-TEXT(1:4) TO WS-FISCAL-YEAR
           ELSE
               DISPLAY "*** NO FISCAL YEAR (PARM=YYYY) SUPPLIED ***"
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF
           IF NOT WS-FISCAL-CARD-FOUND
               DISPLAY "*** NO FISCAL CALENDAR ('F') CARD ON BUSCAL ***"
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.

      * Fiscal months run from the start month for twelve months. A
      * year named for the calendar year it ends in starts in the
      * calendar year before, unless it starts in January.
       1250-BUILD-FISCAL-MONTHS.
           MOVE WS-FISCAL-YEAR TO WS-WORK-YEAR
           IF WS-FY-NAME-IND = 'E'
               AND WS-FY-START-MONTH > 1
               SUBTRACT 1 FROM WS-WORK-YEAR
           END-IF
           MOVE WS-FY-START-MONTH TO WS-WORK-MONTH
           PERFORM 1260-ADD-FISCAL-MONTH
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-MAX
           MOVE WS-FM-MONTH(1) TO WS-FIRST-MONTH
           MOVE WS-FM-MONTH(WS-FM-MAX) TO WS-LAST-MONTH
           MOVE WS-FM-PRIOR-MONTH(1) TO WS-PRIOR-FIRST-MONTH.

       1260-ADD-FISCAL-MONTH.
           COMPUTE WS-FM-MONTH(WS-FM-IX) =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH
           COMPUTE WS-FM-PRIOR-MONTH(WS-FM-IX) =
               WS-FM-MONTH(WS-FM-IX) - 100
           MOVE 'N' TO WS-FM-DATA-SW(WS-FM-IX)
           MOVE ZERO TO WS-FM-REC-COUNT(WS-FM-IX)
           MOVE ZERO TO WS-FM-TOTAL(WS-FM-IX)
           MOVE ZERO TO WS-FM-PRIOR-COUNT(WS-FM-IX)
           MOVE ZERO TO WS-FM-PRIOR-TOTAL(WS-FM-IX)
           IF WS-WORK-MONTH = 12
               MOVE 1 TO WS-WORK-MONTH
               ADD 1 TO WS-WORK-YEAR
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.

       1300-LOAD-PERIOD-STATUS.
           OPEN INPUT PERD-IN-FILE
           IF WS-PERDIN-STATUS = "00"
               PERFORM 1350-READ-PERIOD-RECORD
                   UNTIL WS-PERD-END
               CLOSE PERD-IN-FILE
           ELSE
               DISPLAY "*** PERDIN NOT AVAILABLE (STATUS="
                   WS-PERDIN-STATUS ") - ALL PERIODS TREATED OPEN ***"
           END-IF.

       1350-READ-PERIOD-RECORD.
           READ PERD-IN-FILE
               AT END
                   MOVE 'Y' TO WS-PERD-EOF-SWITCH
               NOT AT END
                   IF PER-MONTH IS NUMERIC
                           AND WS-PT-COUNT < WS-PT-MAX
                       ADD 1 TO WS-PT-COUNT
                       MOVE PER-MONTH TO WS-PT-MONTH(WS-PT-COUNT)
                       MOVE PER-STATUS TO WS-PT-STATUS(WS-PT-COUNT)
                       MOVE PER-CLOSE-DATE
                           TO WS-PT-CLOSE-DATE(WS-PT-COUNT)
                       MOVE PER-FISCAL-YEAR
                           TO WS-PT-FISCAL-YEAR(WS-PT-COUNT)
                       MOVE PER-YEAR-STATUS
                           TO WS-PT-YEAR-STATUS(WS-PT-COUNT)
                       MOVE PER-YEAR-CLOSE-DATE
                           TO WS-PT-YEAR-CLOSE-DATE(WS-PT-COUNT)
                   END-IF
           END-READ
           IF WS-PERDIN-STATUS NOT = "00"
                   AND WS-PERDIN-STATUS NOT = "10"
               MOVE "PERD-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-PERDIN-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Every month of the year must already be closed by its
      * AMTMON00 rollup. Each open month is listed on the report.
       1400-CHECK-MONTHS-CLOSED.
           PERFORM 1450-CHECK-ONE-MONTH
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-MAX
           IF WS-FM-OPEN-COUNT > ZERO
               MOVE 'Y' TO WS-REFUSED-SWITCH
           END-IF.

       1450-CHECK-ONE-MONTH.
           MOVE ZERO TO WS-PT-HIT-IX
           PERFORM 1470-SCAN-PERIOD-TABLE
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
           IF WS-PT-HIT-IX = ZERO
               PERFORM 1480-REPORT-OPEN-MONTH
           ELSE
               IF WS-PT-STATUS(WS-PT-HIT-IX) NOT = 'C'
                   PERFORM 1480-REPORT-OPEN-MONTH
               ELSE
                   IF WS-PT-YEAR-STATUS(WS-PT-HIT-IX) NOT = 'C'
                       MOVE 'N' TO WS-ALREADY-CLOSED-SW
                   END-IF
               END-IF
           END-IF.

       1470-SCAN-PERIOD-TABLE.
           IF WS-PT-MONTH(WS-PT-IX) = WS-FM-MONTH(WS-FM-IX)
               MOVE WS-PT-IX TO WS-PT-HIT-IX
               MOVE WS-PT-COUNT TO WS-PT-IX
           END-IF.

       1480-REPORT-OPEN-MONTH.
           ADD 1 TO WS-FM-OPEN-COUNT
           MOVE SPACES TO WS-RPT-MSG-TEXT
           MOVE "MONTH " TO WS-RPT-MSG-TEXT(1:6)
           MOVE WS-FM-MONTH(WS-FM-IX) TO WS-RPT-MSG-TEXT(7:6)
           MOVE " IS NOT CLOSED ON THE PERIOD-STATUS FILE"
               TO WS-RPT-MSG-TEXT(13:40)
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

      * Read the MONSUM history from the first month of the prior
      * fiscal year to the last month of this one. The file is in
      * month order, so the prior year's records come first. A
      * MONSUM no rollup has loaded yet (status 35) is not an error:
      * nothing is read and the year summary reports that no history
      * was found.
       2000-LOAD-MONTH-SUMMARY.
           OPEN INPUT MONSUM-FILE
           EVALUATE WS-MONSUM-STATUS
               WHEN "00"
                   PERFORM 2050-READ-MONTH-SUMMARY
               WHEN "35"
                   DISPLAY "*** MONSUM NOT AVAILABLE (STATUS="
                       WS-MONSUM-STATUS ") - NO MONTHLY HISTORY ***"
               WHEN OTHER
                   MOVE "MONSUM-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-MONSUM-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
           END-EVALUATE.

       2050-READ-MONTH-SUMMARY.
           MOVE WS-PRIOR-FIRST-MONTH TO MSUM-MONTH
           MOVE LOW-VALUES TO MSUM-BATCH-ID
           MOVE LOW-VALUES TO MSUM-DEPT
           START MONSUM-FILE KEY IS NOT LESS THAN MSUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MSUM-EOF-SWITCH
           END-START
           IF NOT WS-MSUM-END
               PERFORM 2100-READ-MONSUM
           END-IF
           PERFORM 2200-PROCESS-SUMMARY-RECORD
               UNTIL WS-MSUM-END
           CLOSE MONSUM-FILE.

       2100-READ-MONSUM.
           READ MONSUM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MSUM-EOF-SWITCH
           END-READ
           IF WS-MONSUM-STATUS NOT = "00"
                   AND WS-MONSUM-STATUS NOT = "10"
               MOVE "MONSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-MONSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF NOT WS-MSUM-END
               IF MSUM-MONTH > WS-LAST-MONTH
                   MOVE 'Y' TO WS-MSUM-EOF-SWITCH
               END-IF
           END-IF.

       2200-PROCESS-SUMMARY-RECORD.
           IF MSUM-MONTH NOT < WS-FIRST-MONTH
               MOVE 'Y' TO WS-CURRENT-YEAR-SWITCH
           ELSE
               MOVE 'N' TO WS-CURRENT-YEAR-SWITCH
           END-IF
           MOVE ZERO TO WS-FM-HIT-IX
           PERFORM 2250-SCAN-MONTH-TABLE
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-MAX
           IF WS-FM-HIT-IX > ZERO
               IF WS-CURRENT-YEAR-REC
                   MOVE 'Y' TO WS-FM-DATA-SW(WS-FM-HIT-IX)
                   ADD MSUM-RECORD-COUNT
                       TO WS-FM-REC-COUNT(WS-FM-HIT-IX)
                   ADD MSUM-TOTAL TO WS-FM-TOTAL(WS-FM-HIT-IX)
                   ADD MSUM-RECORD-COUNT TO WS-YR-COUNT
                   ADD MSUM-TOTAL TO WS-YR-TOTAL
                   PERFORM 4200-PRINT-DETAIL-LINE
               ELSE
                   MOVE 'Y' TO WS-PRIOR-DATA-SWITCH
                   ADD MSUM-RECORD-COUNT
                       TO WS-FM-PRIOR-COUNT(WS-FM-HIT-IX)
                   ADD MSUM-TOTAL TO WS-FM-PRIOR-TOTAL(WS-FM-HIT-IX)
                   ADD MSUM-RECORD-COUNT TO WS-YR-PRIOR-COUNT
                   ADD MSUM-TOTAL TO WS-YR-PRIOR-TOTAL
               END-IF
               PERFORM 2300-ACCUMULATE-BATCH
               PERFORM 2400-ACCUMULATE-DEPT
           END-IF
           PERFORM 2100-READ-MONSUM.

       2250-SCAN-MONTH-TABLE.
           IF (WS-CURRENT-YEAR-REC
                   AND WS-FM-MONTH(WS-FM-IX) = MSUM-MONTH)
               OR (NOT WS-CURRENT-YEAR-REC
                   AND WS-FM-PRIOR-MONTH(WS-FM-IX) = MSUM-MONTH)
               MOVE WS-FM-IX TO WS-FM-HIT-IX
               MOVE WS-FM-MAX TO WS-FM-IX
           END-IF.

       2300-ACCUMULATE-BATCH.
           MOVE ZERO TO WS-BT-HIT-IX
           PERFORM 2350-SCAN-BATCH-TABLE
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           IF WS-BT-HIT-IX = ZERO
               IF WS-BT-COUNT < WS-BT-MAX
                   ADD 1 TO WS-BT-COUNT
                   MOVE MSUM-BATCH-ID TO WS-BT-BATCH-ID(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-REC-COUNT(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-TOTAL(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-PRIOR-COUNT(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-PRIOR-TOTAL(WS-BT-COUNT)
                   MOVE WS-BT-COUNT TO WS-BT-HIT-IX
               ELSE
                   ADD 1 TO WS-BT-DROPPED
               END-IF
           END-IF
           IF WS-BT-HIT-IX > ZERO
               IF WS-CURRENT-YEAR-REC
                   ADD MSUM-RECORD-COUNT
                       TO WS-BT-REC-COUNT(WS-BT-HIT-IX)
                   ADD MSUM-TOTAL TO WS-BT-TOTAL(WS-BT-HIT-IX)
               ELSE
                   ADD MSUM-RECORD-COUNT
                       TO WS-BT-PRIOR-COUNT(WS-BT-HIT-IX)
                   ADD MSUM-TOTAL TO WS-BT-PRIOR-TOTAL(WS-BT-HIT-IX)
               END-IF
           END-IF.

       2350-SCAN-BATCH-TABLE.
           IF WS-BT-BATCH-ID(WS-BT-IX) = MSUM-BATCH-ID
               MOVE WS-BT-IX TO WS-BT-HIT-IX
               MOVE WS-BT-COUNT TO WS-BT-IX
           END-IF.

       2400-ACCUMULATE-DEPT.
           MOVE ZERO TO WS-DT-HIT-IX
           PERFORM 2450-SCAN-DEPT-TABLE
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-COUNT
           IF WS-DT-HIT-IX = ZERO
               IF WS-DT-COUNT < WS-DT-MAX
                   ADD 1 TO WS-DT-COUNT
                   MOVE MSUM-DEPT TO WS-DT-DEPT(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-REC-COUNT(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-TOTAL(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-PRIOR-COUNT(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-PRIOR-TOTAL(WS-DT-COUNT)
                   MOVE WS-DT-COUNT TO WS-DT-HIT-IX
               ELSE
                   ADD 1 TO WS-DT-DROPPED
               END-IF
           END-IF
           IF WS-DT-HIT-IX > ZERO
               IF WS-CURRENT-YEAR-REC
                   ADD MSUM-RECORD-COUNT
                       TO WS-DT-REC-COUNT(WS-DT-HIT-IX)
                   ADD MSUM-TOTAL TO WS-DT-TOTAL(WS-DT-HIT-IX)
               ELSE
                   ADD MSUM-RECORD-COUNT
                       TO WS-DT-PRIOR-COUNT(WS-DT-HIT-IX)
                   ADD MSUM-TOTAL TO WS-DT-PRIOR-TOTAL(WS-DT-HIT-IX)
               END-IF
           END-IF.

       2450-SCAN-DEPT-TABLE.
           IF WS-DT-DEPT(WS-DT-IX) = MSUM-DEPT
               MOVE WS-DT-IX TO WS-DT-HIT-IX
               MOVE WS-DT-COUNT TO WS-DT-IX
           END-IF.

       3000-PRINT-YEAR-SUMMARY.
           IF WS-DETAIL-COUNT = ZERO
               MOVE "NO MONTHLY SUMMARY HISTORY FOUND FOR THE YEAR"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           MOVE "SUMMARY BY MONTH" TO WS-RPT-SUMMARY-TITLE
           PERFORM 4300-PRINT-SUMMARY-HEADING
           PERFORM 3100-PRINT-MONTH-SUMMARY
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-MAX
           MOVE "SUMMARY BY BATCH ID" TO WS-RPT-SUMMARY-TITLE
           PERFORM 4300-PRINT-SUMMARY-HEADING
           PERFORM 3200-PRINT-BATCH-SUMMARY
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           IF WS-BT-DROPPED > ZERO
               MOVE "BATCH TABLE FULL - SOME BATCH SUMMARIES OMITTED"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           MOVE "SUMMARY BY DEPARTMENT" TO WS-RPT-SUMMARY-TITLE
           PERFORM 4300-PRINT-SUMMARY-HEADING
           PERFORM 3300-PRINT-DEPT-SUMMARY
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-COUNT
           IF WS-DT-DROPPED > ZERO
               MOVE "DEPT TABLE FULL - SOME DEPARTMENTS OMITTED"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           MOVE "FISCAL YEAR TOTAL" TO WS-RPT-SUMMARY-TITLE
           PERFORM 4300-PRINT-SUMMARY-HEADING
           MOVE "YEAR" TO WS-SW-KEY
           MOVE WS-YR-COUNT TO WS-SW-COUNT
           MOVE WS-YR-TOTAL TO WS-SW-TOTAL
           MOVE WS-YR-PRIOR-COUNT TO WS-SW-PRIOR-COUNT
           MOVE WS-YR-PRIOR-TOTAL TO WS-SW-PRIOR-TOTAL
           PERFORM 4400-PRINT-SUMMARY-LINE
           IF NOT WS-PRIOR-DATA-FOUND
               MOVE "NO PRIOR-YEAR SUMMARY ON MONSUM - PY COLUMNS ARE "
                   TO WS-RPT-MSG-TEXT
               MOVE "ZERO" TO WS-RPT-MSG-TEXT(50:4)
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF.

       3100-PRINT-MONTH-SUMMARY.
           MOVE SPACES TO WS-SW-KEY
           MOVE WS-FM-MONTH(WS-FM-IX) TO WS-SW-KEY(1:6)
           MOVE WS-FM-REC-COUNT(WS-FM-IX) TO WS-SW-COUNT
           MOVE WS-FM-TOTAL(WS-FM-IX) TO WS-SW-TOTAL
           MOVE WS-FM-PRIOR-COUNT(WS-FM-IX) TO WS-SW-PRIOR-COUNT
           MOVE WS-FM-PRIOR-TOTAL(WS-FM-IX) TO WS-SW-PRIOR-TOTAL
           PERFORM 4400-PRINT-SUMMARY-LINE
           IF WS-FM-DATA-SW(WS-FM-IX) NOT = 'Y'
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "  NO MONSUM SUMMARY FOR MONTH " TO
                   WS-RPT-MSG-TEXT(1:30)
               MOVE WS-FM-MONTH(WS-FM-IX) TO WS-RPT-MSG-TEXT(31:6)
               MOVE " - ROLLED UP BEFORE SUMMARIES WERE KEPT OR NO "
                   TO WS-RPT-MSG-TEXT(37:46)
               MOVE "ACTIVITY" TO WS-RPT-MSG-TEXT(83:8)
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF.

       3200-PRINT-BATCH-SUMMARY.
           MOVE WS-BT-BATCH-ID(WS-BT-IX) TO WS-SW-KEY
           MOVE WS-BT-REC-COUNT(WS-BT-IX) TO WS-SW-COUNT
           MOVE WS-BT-TOTAL(WS-BT-IX) TO WS-SW-TOTAL
           MOVE WS-BT-PRIOR-COUNT(WS-BT-IX) TO WS-SW-PRIOR-COUNT
           MOVE WS-BT-PRIOR-TOTAL(WS-BT-IX) TO WS-SW-PRIOR-TOTAL
           PERFORM 4400-PRINT-SUMMARY-LINE.

       3300-PRINT-DEPT-SUMMARY.
           MOVE WS-DT-DEPT(WS-DT-IX) TO WS-SW-KEY
           MOVE WS-DT-REC-COUNT(WS-DT-IX) TO WS-SW-COUNT
           MOVE WS-DT-TOTAL(WS-DT-IX) TO WS-SW-TOTAL
           MOVE WS-DT-PRIOR-COUNT(WS-DT-IX) TO WS-SW-PRIOR-COUNT
           MOVE WS-DT-PRIOR-TOTAL(WS-DT-IX) TO WS-SW-PRIOR-TOTAL
           PERFORM 4400-PRINT-SUMMARY-LINE.

      * Only this fiscal year's activity goes to the ledger; batch ids
      * and departments seen in the prior year alone are skipped.
       3500-WRITE-ANNUAL-FEED.
           PERFORM 3550-WRITE-BATCH-FEED-RECORD
               VARYING WS-BT-IX FROM 1 BY 1
               UNTIL WS-BT-IX > WS-BT-COUNT
           PERFORM 3580-WRITE-DEPT-FEED-RECORD
               VARYING WS-DT-IX FROM 1 BY 1
               UNTIL WS-DT-IX > WS-DT-COUNT
           MOVE SPACES TO GLY-RECORD
           MOVE 'Y' TO GLY-REC-TYPE
           MOVE "YEAREND" TO GLY-SUMMARY-ID
           MOVE WS-YR-COUNT TO GLY-RECORD-COUNT
           MOVE WS-YR-TOTAL TO GLY-TOTAL
           PERFORM 3600-WRITE-FEED-RECORD.

       3550-WRITE-BATCH-FEED-RECORD.
           IF WS-BT-REC-COUNT(WS-BT-IX) > ZERO
               MOVE SPACES TO GLY-RECORD
               MOVE 'B' TO GLY-REC-TYPE
               MOVE WS-BT-BATCH-ID(WS-BT-IX) TO GLY-SUMMARY-ID
               MOVE WS-BT-REC-COUNT(WS-BT-IX) TO GLY-RECORD-COUNT
               MOVE WS-BT-TOTAL(WS-BT-IX) TO GLY-TOTAL
               PERFORM 3600-WRITE-FEED-RECORD
           END-IF.

       3580-WRITE-DEPT-FEED-RECORD.
           IF WS-DT-REC-COUNT(WS-DT-IX) > ZERO
               MOVE SPACES TO GLY-RECORD
               MOVE 'D' TO GLY-REC-TYPE
               MOVE WS-DT-DEPT(WS-DT-IX) TO GLY-SUMMARY-ID
               MOVE WS-DT-REC-COUNT(WS-DT-IX) TO GLY-RECORD-COUNT
               MOVE WS-DT-TOTAL(WS-DT-IX) TO GLY-TOTAL
               PERFORM 3600-WRITE-FEED-RECORD
           END-IF.

       3600-WRITE-FEED-RECORD.
           MOVE WS-FISCAL-YEAR TO GLY-FISCAL-YEAR
           MOVE WS-FIRST-MONTH TO GLY-FIRST-MONTH
           MOVE WS-LAST-MONTH TO GLY-LAST-MONTH
           WRITE GLY-RECORD
           IF WS-YGLFEED-STATUS NOT = "00"
               MOVE "YGL-FEED" TO WS-FATAL-FILE-NAME
               MOVE WS-YGLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Stamp the twelve months with the fiscal year. A month already
      * year-closed (a rerun) keeps its original year-close date.
       3700-CLOSE-FISCAL-YEAR.
           PERFORM 3750-STAMP-FISCAL-MONTH
               VARYING WS-FM-IX FROM 1 BY 1
               UNTIL WS-FM-IX > WS-FM-MAX
           IF WS-YEAR-WAS-CLOSED
               MOVE "FISCAL YEAR WAS ALREADY CLOSED - RERUN, ORIGINAL "
                   TO WS-RPT-MSG-TEXT
               MOVE "YEAR-CLOSE DATE KEPT" TO WS-RPT-MSG-TEXT(50:20)
           ELSE
               MOVE "FISCAL YEAR MARKED CLOSED ON PERIOD-STATUS FILE"
                   TO WS-RPT-MSG-TEXT
           END-IF
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

       3750-STAMP-FISCAL-MONTH.
           MOVE ZERO TO WS-PT-HIT-IX
           PERFORM 1470-SCAN-PERIOD-TABLE
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
           IF WS-PT-HIT-IX > ZERO
               MOVE WS-FISCAL-YEAR TO WS-PT-FISCAL-YEAR(WS-PT-HIT-IX)
               IF WS-PT-YEAR-STATUS(WS-PT-HIT-IX) NOT = 'C'
                   MOVE 'C' TO WS-PT-YEAR-STATUS(WS-PT-HIT-IX)
                   MOVE WS-BUS-DATE-8
                       TO WS-PT-YEAR-CLOSE-DATE(WS-PT-HIT-IX)
               END-IF
           END-IF.

       3800-WRITE-PERIOD-FILE.
           OPEN OUTPUT PERD-OUT-FILE
           IF WS-PERDOUT-STATUS NOT = "00"
               MOVE "PERD-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-PERDOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 3850-WRITE-PERIOD-RECORD
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
           CLOSE PERD-OUT-FILE.

       3850-WRITE-PERIOD-RECORD.
           MOVE WS-PT-MONTH(WS-PT-IX) TO WS-PW-MONTH
           MOVE WS-PT-STATUS(WS-PT-IX) TO WS-PW-STATUS
           MOVE WS-PT-CLOSE-DATE(WS-PT-IX) TO WS-PW-CLOSE-DATE
           MOVE WS-PT-FISCAL-YEAR(WS-PT-IX) TO WS-PW-FISCAL-YEAR
           MOVE WS-PT-YEAR-STATUS(WS-PT-IX) TO WS-PW-YEAR-STATUS
           MOVE WS-PT-YEAR-CLOSE-DATE(WS-PT-IX)
               TO WS-PW-YEAR-CLOSE-DATE
           MOVE WS-PERD-WORK-RECORD TO PERD-OUT-RECORD
           WRITE PERD-OUT-RECORD
           IF WS-PERDOUT-STATUS NOT = "00"
               MOVE "PERD-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-PERDOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Nothing is written to PERDOUT, so the job's swap step is
      * skipped and PERIODS is left as it was.
       3900-REFUSE-YEAR-END.
           MOVE "FISCAL YEAR-END CLOSE REFUSED - NO FEED WRITTEN, "
               TO WS-RPT-MSG-TEXT
           MOVE "PERIODS NOT UPDATED" TO WS-RPT-MSG-TEXT(50:19)
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           DISPLAY "*** FISCAL YEAR " WS-FISCAL-YEAR
               " NOT CLOSED - YEAR-END REFUSED ***"
           MOVE 8 TO RETURN-CODE.

       4100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-FISCAL-YEAR TO WS-RPT-FISCAL-YEAR
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-RPT-HEADER-2 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4200-PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE MSUM-MONTH TO WS-RPT-DET-MONTH
           MOVE MSUM-BATCH-ID TO WS-RPT-DET-BATCH
           MOVE MSUM-DEPT TO WS-RPT-DET-DEPT
           MOVE MSUM-RECORD-COUNT TO WS-RPT-DET-COUNT
           MOVE MSUM-TOTAL TO WS-RPT-DET-TOTAL
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4250-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-YEARRPT-STATUS NOT = "00"
               MOVE "YEAR-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-YEARRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4300-PRINT-SUMMARY-HEADING.
           MOVE WS-RPT-SUMMARY-HDR-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-RPT-SUMMARY-COL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

       4400-PRINT-SUMMARY-LINE.
           COMPUTE WS-SW-VARIANCE = WS-SW-TOTAL - WS-SW-PRIOR-TOTAL
           MOVE WS-SW-KEY TO WS-RPT-SUM-KEY
           MOVE WS-SW-COUNT TO WS-RPT-SUM-COUNT
           MOVE WS-SW-TOTAL TO WS-RPT-SUM-TOTAL
           MOVE WS-SW-PRIOR-COUNT TO WS-RPT-SUM-PRIOR-COUNT
           MOVE WS-SW-PRIOR-TOTAL TO WS-RPT-SUM-PRIOR-TOTAL
           MOVE WS-SW-VARIANCE TO WS-RPT-SUM-VARIANCE
           MOVE WS-RPT-SUMMARY-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

       9000-TERMINATE.
           CLOSE YEAR-RPT
           CLOSE YGL-FEED-FILE.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
