      ******************************************************************
      * PROGRAM:  AMTWOR00
      * PURPOSE:  Monthly write-off register for the controller. Reads
      *           the permanent write-off log (WOLOG - see WOLOG) that
      *           AMTCOR00 appends to for every suspense item it writes
      *           off, sorted by the job into department / reason code
      *           / approver order, and lists the write-offs applied in
      *           the month requested via PARM (YYYYMM, matched on the
      *           business date of the AMTCOR00 run; when no PARM is
      *           supplied the month before the business date is
      *           listed). Each line shows the suspense item, batch,
      *           the amount as the feeder sent it and in the
      *           functional currency (the amount posted to the
      *           ledger), who keyed it and who approved it, whether
      *           the amount was over the approval limit, and the GL
      *           cost center / account it was posted to. Counts and
      *           functional totals are given per approver within
      *           reason code, per reason code within department, per
      *           department, and for the month, so one report shows
      *           everything that was expensed and on whose authority.
      *           A write-off within the limit may carry no approver;
      *           it is listed under approver (NONE).
      *           RETURN-CODE is 0; a month with no write-offs prints
      *           a message saying so.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTWOR00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT WO-LOG-FILE ASSIGN TO WOLOGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WOLOG-STATUS.

           SELECT WO-RPT ASSIGN TO WORPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  WO-LOG-FILE
           RECORDING MODE IS F.
       COPY WOLOG.

       FD  WO-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-WOLOG-STATUS             PIC X(2).
       01  WS-WORPT-STATUS             PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-GROUP-OPEN-SWITCH    PIC X VALUE 'N'.
               88  WS-GROUP-OPEN           VALUE 'Y'.

       01  WS-REGISTER-MONTH-AREA.
           05  WS-REGISTER-MONTH       PIC 9(6).
           05  WS-PARM-MONTH           PIC 9(6).
           05  WS-WORK-YEAR            PIC 9(4).
           05  WS-WORK-MONTH           PIC 9(2).

       01  WS-CONTROL-KEYS.
           05  WS-CURR-DEPT            PIC X(4) VALUE SPACES.
           05  WS-CURR-REASON          PIC X(4) VALUE SPACES.
           05  WS-CURR-APPROVER        PIC X(8) VALUE SPACES.

       01  WS-BREAK-TOTALS.
           05  WS-APPR-COUNT           PIC 9(7)      VALUE ZERO.
           05  WS-APPR-TOTAL           PIC S9(12)V99 VALUE ZERO.
           05  WS-RSN-COUNT            PIC 9(7)      VALUE ZERO.
           05  WS-RSN-TOTAL            PIC S9(12)V99 VALUE ZERO.
           05  WS-DEPT-COUNT           PIC 9(7)      VALUE ZERO.
           05  WS-DEPT-TOTAL           PIC S9(12)V99 VALUE ZERO.
           05  WS-MONTH-COUNT          PIC 9(7)      VALUE ZERO.
           05  WS-MONTH-TOTAL          PIC S9(12)V99 VALUE ZERO.

       01  WS-REGISTER-COUNTS.
           05  WS-LOG-READ-COUNT       PIC 9(7)      VALUE ZERO.
           05  WS-OVER-LIMIT-COUNT     PIC 9(7)      VALUE ZERO.
           05  WS-WITHIN-LIMIT-COUNT   PIC 9(7)      VALUE ZERO.
           05  WS-NO-GL-COUNT          PIC 9(7)      VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-PAGE-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-MAX-LINES            PIC 9(3)  VALUE 55.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-RUN-DATE             PIC X(10).

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(32)
               VALUE "MONTHLY WRITE-OFF REGISTER FOR: ".
           05  WS-RPT-MONTH            PIC 9(6).
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  WS-RPT-PAGE             PIC ZZZ9.
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(6)  VALUE "RSN".
           05  FILLER                  PIC X(10) VALUE "APPROVER".
           05  FILLER                  PIC X(10) VALUE "WO DATE".
           05  FILLER                  PIC X(18) VALUE "SUSPENSE ITEM".
           05  FILLER                  PIC X(10) VALUE "BATCH".
           05  FILLER                  PIC X(5)  VALUE "CUR".
           05  FILLER                  PIC X(14) VALUE "    ORIGINAL".
           05  FILLER                  PIC X(14) VALUE "  FUNCTIONAL".
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(6)  VALUE "LIMIT".
           05  FILLER                  PIC X(12) VALUE "CC    ACCT".
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-DET-DEPT         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-REASON       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-APPROVER     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-BUS-DATE     PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-SUSP-DATE    PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-RPT-DET-SUSP-SEQ     PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-BATCH        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-CURRENCY     PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-TRAN-TOTAL   PIC -(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-FUNC-TOTAL   PIC -(8)9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-OPERATOR     PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-LIMIT-IND    PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DET-COST-CENTER  PIC X(5).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-DET-ACCOUNT      PIC X(6).
           05  WS-RPT-DET-GL-NOTE      PIC X(5).

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-TOT-LEVEL        PIC X(16).
           05  WS-RPT-TOT-KEY          PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  COUNT: ".
           05  WS-RPT-TOT-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(20)
               VALUE "  FUNCTIONAL TOTAL: ".
           05  WS-RPT-TOT-AMOUNT       PIC -(12)9.99.
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(6).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-WRITE-OFFS UNTIL WS-END-OF-FILE
           PERFORM 3000-FINISH-REGISTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-REGISTER-MONTH
           OPEN INPUT WO-LOG-FILE
           IF WS-WOLOG-STATUS NOT = "00"
               MOVE "WO-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-WOLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT WO-RPT
           IF WS-WORPT-STATUS NOT = "00"
               MOVE "WO-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-WORPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 4100-PRINT-HEADINGS
           PERFORM 2100-READ-WRITE-OFF-LOG.

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
                           AND CAL-BUS-DATE IS NUMERIC
                       MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
                   END-IF
           END-READ
           IF WS-BUSCAL-STATUS NOT = "00"
                   AND WS-BUSCAL-STATUS NOT = "10"
               MOVE "CAL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-BUSCAL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1200-GET-REGISTER-MONTH.
           IF LS-PARM-LEN = 6
               AND LS-PARM-TEXT(1:6) IS NUMERIC
               MOVE LS-PARM-TEXT(1:6) TO WS-PARM-MONTH
               MOVE WS-PARM-MONTH TO WS-REGISTER-MONTH
           ELSE
               MOVE WS-BUS-DATE-8(1:4) TO WS-WORK-YEAR
               MOVE WS-BUS-DATE-8(5:2) TO WS-WORK-MONTH
               IF WS-WORK-MONTH = 1
                   SUBTRACT 1 FROM WS-WORK-YEAR
                   MOVE 12 TO WS-WORK-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MONTH
               END-IF
               COMPUTE WS-REGISTER-MONTH =
                   WS-WORK-YEAR * 100 + WS-WORK-MONTH
           END-IF.

       2000-LIST-WRITE-OFFS.
           ADD 1 TO WS-LOG-READ-COUNT
           IF WOL-BUS-DATE(1:6) = WS-REGISTER-MONTH
               PERFORM 2200-PROCESS-WRITE-OFF
           END-IF
           PERFORM 2100-READ-WRITE-OFF-LOG.

       2100-READ-WRITE-OFF-LOG.
           READ WO-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-WOLOG-STATUS NOT = "00"
                   AND WS-WOLOG-STATUS NOT = "10"
               MOVE "WO-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-WOLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2200-PROCESS-WRITE-OFF.
           IF WS-GROUP-OPEN
               EVALUATE TRUE
                   WHEN WOL-DEPT NOT = WS-CURR-DEPT
                       PERFORM 2300-BREAK-ON-APPROVER
                       PERFORM 2400-BREAK-ON-REASON
                       PERFORM 2500-BREAK-ON-DEPT
                   WHEN WOL-REASON-CODE NOT = WS-CURR-REASON
                       PERFORM 2300-BREAK-ON-APPROVER
                       PERFORM 2400-BREAK-ON-REASON
                   WHEN WOL-APPROVER-ID NOT = WS-CURR-APPROVER
                       PERFORM 2300-BREAK-ON-APPROVER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           MOVE WOL-DEPT TO WS-CURR-DEPT
           MOVE WOL-REASON-CODE TO WS-CURR-REASON
           MOVE WOL-APPROVER-ID TO WS-CURR-APPROVER
           MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
           ADD 1 TO WS-APPR-COUNT
           ADD WOL-FUNC-TOTAL TO WS-APPR-TOTAL
           ADD 1 TO WS-RSN-COUNT
           ADD WOL-FUNC-TOTAL TO WS-RSN-TOTAL
           ADD 1 TO WS-DEPT-COUNT
           ADD WOL-FUNC-TOTAL TO WS-DEPT-TOTAL
           ADD 1 TO WS-MONTH-COUNT
           ADD WOL-FUNC-TOTAL TO WS-MONTH-TOTAL
           IF WOL-APPROVED-OVER-LIMIT
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               ADD 1 TO WS-WITHIN-LIMIT-COUNT
           END-IF
           IF WOL-NO-GL-ENTRY
               ADD 1 TO WS-NO-GL-COUNT
           END-IF
           PERFORM 4200-PRINT-DETAIL-LINE.

       2300-BREAK-ON-APPROVER.
           MOVE "    APPROVER    " TO WS-RPT-TOT-LEVEL
           MOVE WS-CURR-APPROVER TO WS-RPT-TOT-KEY
           IF WS-CURR-APPROVER = SPACES
               MOVE "(NONE)  " TO WS-RPT-TOT-KEY
           END-IF
           MOVE WS-APPR-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-APPR-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM 4300-PRINT-TOTAL-LINE
           MOVE ZERO TO WS-APPR-COUNT
           MOVE ZERO TO WS-APPR-TOTAL.

       2400-BREAK-ON-REASON.
           MOVE "  REASON CODE   " TO WS-RPT-TOT-LEVEL
           MOVE WS-CURR-REASON TO WS-RPT-TOT-KEY
           MOVE WS-RSN-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-RSN-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM 4300-PRINT-TOTAL-LINE
           MOVE ZERO TO WS-RSN-COUNT
           MOVE ZERO TO WS-RSN-TOTAL.

       2500-BREAK-ON-DEPT.
           MOVE "DEPARTMENT      " TO WS-RPT-TOT-LEVEL
           MOVE WS-CURR-DEPT TO WS-RPT-TOT-KEY
           MOVE WS-DEPT-COUNT TO WS-RPT-TOT-COUNT
           MOVE WS-DEPT-TOTAL TO WS-RPT-TOT-AMOUNT
           PERFORM 4300-PRINT-TOTAL-LINE
           MOVE SPACES TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-TOTAL.

       3000-FINISH-REGISTER.
           IF WS-GROUP-OPEN
               PERFORM 2300-BREAK-ON-APPROVER
               PERFORM 2400-BREAK-ON-REASON
               PERFORM 2500-BREAK-ON-DEPT
               MOVE "MONTH TOTAL     " TO WS-RPT-TOT-LEVEL
               MOVE SPACES TO WS-RPT-TOT-KEY
               MOVE WS-MONTH-COUNT TO WS-RPT-TOT-COUNT
               MOVE WS-MONTH-TOTAL TO WS-RPT-TOT-AMOUNT
               PERFORM 4300-PRINT-TOTAL-LINE
           ELSE
               MOVE "NO WRITE-OFFS FOUND FOR REQUESTED MONTH"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           MOVE "WRITE-OFF LOG RECORDS READ:             "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-LOG-READ-COUNT TO WS-RPT-COUNT
           PERFORM 4400-WRITE-COUNT-LINE
           MOVE "WRITE-OFFS IN THE MONTH:                "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MONTH-COUNT TO WS-RPT-COUNT
           PERFORM 4400-WRITE-COUNT-LINE
           MOVE "  OVER THE LIMIT, SECOND APPROVER:      "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-OVER-LIMIT-COUNT TO WS-RPT-COUNT
           PERFORM 4400-WRITE-COUNT-LINE
           MOVE "  WITHIN THE LIMIT:                     "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WITHIN-LIMIT-COUNT TO WS-RPT-COUNT
           PERFORM 4400-WRITE-COUNT-LINE
           MOVE "  NO AMOUNT - CLOSED WITHOUT GL ENTRY:  "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-NO-GL-COUNT TO WS-RPT-COUNT
           PERFORM 4400-WRITE-COUNT-LINE.

       4100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-REGISTER-MONTH TO WS-RPT-MONTH
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
           MOVE WOL-DEPT TO WS-RPT-DET-DEPT
           MOVE WOL-REASON-CODE TO WS-RPT-DET-REASON
           MOVE WOL-APPROVER-ID TO WS-RPT-DET-APPROVER
           IF WOL-APPROVER-ID = SPACES
               MOVE "(NONE)  " TO WS-RPT-DET-APPROVER
           END-IF
           MOVE WOL-BUS-DATE TO WS-RPT-DET-BUS-DATE
           MOVE WOL-SUSP-RUN-DATE TO WS-RPT-DET-SUSP-DATE
           MOVE WOL-SUSP-SEQ TO WS-RPT-DET-SUSP-SEQ
           MOVE WOL-BATCH-ID TO WS-RPT-DET-BATCH
           MOVE WOL-CURRENCY TO WS-RPT-DET-CURRENCY
           MOVE WOL-TRAN-TOTAL TO WS-RPT-DET-TRAN-TOTAL
           MOVE WOL-FUNC-TOTAL TO WS-RPT-DET-FUNC-TOTAL
           MOVE WOL-OPERATOR-ID TO WS-RPT-DET-OPERATOR
           IF WOL-APPROVED-OVER-LIMIT
               MOVE "OVER" TO WS-RPT-DET-LIMIT-IND
           ELSE
               MOVE "    " TO WS-RPT-DET-LIMIT-IND
           END-IF
           MOVE WOL-COST-CENTER TO WS-RPT-DET-COST-CENTER
           MOVE WOL-NAT-ACCOUNT TO WS-RPT-DET-ACCOUNT
           IF WOL-NO-GL-ENTRY
               MOVE " NOGL" TO WS-RPT-DET-GL-NOTE
           ELSE
               MOVE SPACES TO WS-RPT-DET-GL-NOTE
           END-IF
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4250-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-WORPT-STATUS NOT = "00"
               MOVE "WO-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-WORPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4300-PRINT-TOTAL-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4400-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE.

       9000-TERMINATE.
           CLOSE WO-LOG-FILE
           CLOSE WO-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
