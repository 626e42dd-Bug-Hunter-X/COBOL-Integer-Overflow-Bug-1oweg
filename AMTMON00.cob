      ******************************************************************
      * PROGRAM:  AMTMON00
      * PURPOSE:  True month-end rollup. Reads the accumulated daily
      *           history in the DAYSUM KSDS (one summary record per
      *           run date / cycle / batch id / department, kept by
      *           AMTSUM00 alongside the AMTLOOK pair detail - see
      *           DAYSUM - so the file arrives in date-major order)
      *           for the month requested via PARM (YYYYMM; when no
      *           PARM is supplied the month before the system date is
      *           rolled up). Produces:
      *               updated file goes to PERDOUT and the job swaps
      *               it over the master (same pattern as AMTCOR00's
      *               suspense swap).
      *           Pairs AMTREV00 has reversed (LOOKUP-REV-IND 'R') are
      *           no longer live activity and are left out of every
      *           total (DAYSUM counts them apart - run AMTDSM00 after
      *           a reversal); the report shows how many were excluded.
      *           The month's totals per batch id and department are
      *           also kept on the permanent MONSUM KSDS (see MONSUM),
      *           replacing any set from an earlier rollup of the same
      *           month, for the fiscal year-end close (AMTYRE00).
      *           A month whose fiscal year AMTYRE00 has closed is not
      *           rolled up again: the run reports the refusal, writes
      *           no feed, leaves PERIODS alone and ends RC=8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTMON00.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAYSUM-FILE ASSIGN TO DAYSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSUM-KEY
               FILE STATUS IS WS-DAYSUM-STATUS.

           SELECT MONTH-RPT ASSIGN TO MONRPT
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERDOUT-STATUS.

           SELECT MONSUM-FILE ASSIGN TO MONSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MSUM-KEY
               FILE STATUS IS WS-MONSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAYSUM-FILE.
       COPY DAYSUM.

       FD  MONTH-RPT
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PERD-OUT-RECORD             PIC X(80).

       FD  MONSUM-FILE.
       COPY MONSUM.

       WORKING-STORAGE SECTION.
       01  WS-DAYSUM-STATUS            PIC X(2).
       01  WS-MONRPT-STATUS            PIC X(2).
       01  WS-MGLFEED-STATUS           PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-PERDIN-STATUS            PIC X(2).
       01  WS-PERDOUT-STATUS           PIC X(2).
       01  WS-MONSUM-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
               88  WS-PERD-END             VALUE 'Y'.
           05  WS-ALREADY-CLOSED-SW    PIC X VALUE 'N'.
               88  WS-PERIOD-WAS-CLOSED    VALUE 'Y'.
           05  WS-YEAR-CLOSED-SW       PIC X VALUE 'N'.
               88  WS-YEAR-WAS-CLOSED      VALUE 'Y'.
           05  WS-MSUM-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-MSUM-END             VALUE 'Y'.

       01  WS-ROLLUP-MONTH-AREA.
           05  WS-ROLLUP-MONTH         PIC 9(6).
       01  WS-MONTH-TOTALS.
           05  WS-MTD-COUNT            PIC 9(9)      VALUE ZERO.
           05  WS-MTD-TOTAL            PIC S9(13)V99 VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(7)      VALUE ZERO.

       01  WS-BATCH-TABLE-AREA.
           05  WS-BT-MAX               PIC S9(4) COMP VALUE +100.
           05  WS-PW-MONTH             PIC 9(6).
           05  WS-PW-STATUS            PIC X(1).
           05  WS-PW-CLOSE-DATE        PIC 9(8).
           05  WS-PW-FISCAL-YEAR       PIC 9(4).
           05  WS-PW-YEAR-STATUS       PIC X(1).
           05  WS-PW-YEAR-CLOSE-DATE   PIC 9(8).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-PERIOD-TABLE-AREA.
           05  WS-PT-MAX               PIC S9(4) COMP VALUE +60.
               10  WS-PT-MONTH         PIC 9(6).
               10  WS-PT-STATUS        PIC X(1).
               10  WS-PT-CLOSE-DATE    PIC 9(8).
               10  WS-PT-FISCAL-YEAR   PIC 9(4).
               10  WS-PT-YEAR-STATUS   PIC X(1).
               10  WS-PT-YEAR-CLOSE-DATE PIC 9(8).

       01  WS-DEPT-TABLE-AREA.
           05  WS-DT-MAX               PIC S9(4) COMP VALUE +20.
               10  WS-DT-REC-COUNT     PIC 9(9).
               10  WS-DT-TOTAL         PIC S9(13)V99.

      * Month totals per batch id / department pair for MONSUM.
       01  WS-BD-TABLE-AREA.
           05  WS-BD-MAX               PIC S9(4) COMP VALUE +500.
           05  WS-BD-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-BD-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-BD-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-BD-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-BD-ENTRY OCCURS 500 TIMES.
               10  WS-BD-BATCH-ID      PIC X(8).
               10  WS-BD-DEPT          PIC X(4).
               10  WS-BD-REC-COUNT     PIC 9(9).
               10  WS-BD-TOTAL         PIC S9(13)V99.

       01  WS-REPORT-CONTROL.
           05  WS-PAGE-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-RPT-MTD-TOTAL        PIC -9(13).99.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-RPT-REVERSED-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(28)
               VALUE "REVERSED PAIRS EXCLUDED:    ".
           05  WS-RPT-REVERSED-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-RPT-DEPT-HDR-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(26)
       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-YEAR-WAS-CLOSED
               PERFORM 3900-REFUSE-CLOSED-YEAR
           ELSE
               PERFORM 2000-ROLL-UP-HISTORY UNTIL WS-END-OF-FILE
               PERFORM 3000-FINISH-ROLLUP
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-ROLLUP-MONTH
           PERFORM 1300-LOAD-PERIOD-STATUS
           OPEN INPUT DAYSUM-FILE
           IF WS-DAYSUM-STATUS NOT = "00"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT MONTH-RPT
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 4100-PRINT-HEADINGS
           PERFORM 1400-POSITION-DAY-SUMMARY.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
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
           IF WS-PT-MONTH(WS-PT-IX) = WS-ROLLUP-MONTH
               AND WS-PT-STATUS(WS-PT-IX) = 'C'
               MOVE 'Y' TO WS-ALREADY-CLOSED-SW
               IF WS-PT-YEAR-STATUS(WS-PT-IX) = 'C'
                   MOVE 'Y' TO WS-YEAR-CLOSED-SW
               END-IF
               MOVE WS-PT-COUNT TO WS-PT-IX
           END-IF.

      * The summary file is in run-date order, so the month ends at
      * the first record dated after it. Reversed pairs are carried
      * apart from the live figures and are only counted here.
       1400-POSITION-DAY-SUMMARY.
           COMPUTE DSUM-RUN-DATE = WS-ROLLUP-MONTH * 100
           MOVE ZERO TO DSUM-CYCLE
           MOVE LOW-VALUES TO DSUM-BATCH-ID
           MOVE LOW-VALUES TO DSUM-DEPT
           START DAYSUM-FILE KEY IS NOT LESS THAN DSUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2100-READ-DAY-SUMMARY
           END-IF.

       2000-ROLL-UP-HISTORY.
           IF DSUM-RUN-DATE(1:6) = WS-ROLLUP-MONTH
               ADD DSUM-REV-COUNT TO WS-REVERSED-COUNT
               IF DSUM-PAIR-COUNT > ZERO
                   PERFORM 2200-PROCESS-MONTH-RECORD
               END-IF
               PERFORM 2100-READ-DAY-SUMMARY
           ELSE
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.

       2100-READ-DAY-SUMMARY.
           READ DAYSUM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-DAYSUM-STATUS NOT = "00"
                   AND WS-DAYSUM-STATUS NOT = "10"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2200-PROCESS-MONTH-RECORD.
           IF WS-GROUP-OPEN
               IF DSUM-RUN-DATE NOT = WS-CURR-DATE
                   PERFORM 2300-BREAK-ON-BATCH
                   PERFORM 2400-BREAK-ON-DAY
               ELSE
                   IF DSUM-BATCH-ID NOT = WS-CURR-BATCH
                       PERFORM 2300-BREAK-ON-BATCH
                   END-IF
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               MOVE DSUM-RUN-DATE TO WS-CURR-DATE
               MOVE DSUM-BATCH-ID TO WS-CURR-BATCH
               MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
           END-IF
           ADD DSUM-PAIR-COUNT TO WS-GRP-COUNT
           ADD DSUM-TOTAL TO WS-GRP-TOTAL
           ADD DSUM-PAIR-COUNT TO WS-DAY-COUNT
           ADD DSUM-TOTAL TO WS-DAY-TOTAL
           ADD DSUM-PAIR-COUNT TO WS-MTD-COUNT
           ADD DSUM-TOTAL TO WS-MTD-TOTAL
           PERFORM 2500-ACCUMULATE-BATCH-MONTH
           PERFORM 2600-ACCUMULATE-DEPT-MONTH
           PERFORM 2700-ACCUMULATE-BATCH-DEPT.

       2300-BREAK-ON-BATCH.
           PERFORM 4200-PRINT-GROUP-LINE
           MOVE DSUM-BATCH-ID TO WS-CURR-BATCH
           MOVE ZERO TO WS-GRP-COUNT
           MOVE ZERO TO WS-GRP-TOTAL.

       2400-BREAK-ON-DAY.
           PERFORM 4300-PRINT-DAY-LINE
           MOVE DSUM-RUN-DATE TO WS-CURR-DATE
           MOVE ZERO TO WS-DAY-COUNT
           MOVE ZERO TO WS-DAY-TOTAL.

           IF WS-BT-HIT-IX = ZERO
               IF WS-BT-COUNT < WS-BT-MAX
                   ADD 1 TO WS-BT-COUNT
                   MOVE DSUM-BATCH-ID
                       TO WS-BT-BATCH-ID(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-REC-COUNT(WS-BT-COUNT)
                   MOVE ZERO TO WS-BT-TOTAL(WS-BT-COUNT)
               END-IF
           END-IF
           IF WS-BT-HIT-IX > ZERO
               ADD DSUM-PAIR-COUNT TO WS-BT-REC-COUNT(WS-BT-HIT-IX)
               ADD DSUM-TOTAL TO WS-BT-TOTAL(WS-BT-HIT-IX)
           END-IF.

       2550-SCAN-BATCH-TABLE.
           IF WS-BT-BATCH-ID(WS-BT-IX) = DSUM-BATCH-ID
               MOVE WS-BT-IX TO WS-BT-HIT-IX
               MOVE WS-BT-COUNT TO WS-BT-IX
           END-IF.
           IF WS-DT-HIT-IX = ZERO
               IF WS-DT-COUNT < WS-DT-MAX
                   ADD 1 TO WS-DT-COUNT
                   MOVE DSUM-DEPT TO WS-DT-DEPT(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-REC-COUNT(WS-DT-COUNT)
                   MOVE ZERO TO WS-DT-TOTAL(WS-DT-COUNT)
                   MOVE WS-DT-COUNT TO WS-DT-HIT-IX
               END-IF
           END-IF
           IF WS-DT-HIT-IX > ZERO
               ADD DSUM-PAIR-COUNT TO WS-DT-REC-COUNT(WS-DT-HIT-IX)
               ADD DSUM-TOTAL TO WS-DT-TOTAL(WS-DT-HIT-IX)
           END-IF.

       2650-SCAN-DEPT-TABLE.
           IF WS-DT-DEPT(WS-DT-IX) = DSUM-DEPT
               MOVE WS-DT-IX TO WS-DT-HIT-IX
               MOVE WS-DT-COUNT TO WS-DT-IX
           END-IF.

       2700-ACCUMULATE-BATCH-DEPT.
           MOVE ZERO TO WS-BD-HIT-IX
           PERFORM 2750-SCAN-BATCH-DEPT-TABLE
               VARYING WS-BD-IX FROM 1 BY 1
               UNTIL WS-BD-IX > WS-BD-COUNT
           IF WS-BD-HIT-IX = ZERO
               IF WS-BD-COUNT < WS-BD-MAX
                   ADD 1 TO WS-BD-COUNT
                   MOVE DSUM-BATCH-ID
                       TO WS-BD-BATCH-ID(WS-BD-COUNT)
                   MOVE DSUM-DEPT TO WS-BD-DEPT(WS-BD-COUNT)
                   MOVE ZERO TO WS-BD-REC-COUNT(WS-BD-COUNT)
                   MOVE ZERO TO WS-BD-TOTAL(WS-BD-COUNT)
                   MOVE WS-BD-COUNT TO WS-BD-HIT-IX
               ELSE
                   ADD 1 TO WS-BD-DROPPED
               END-IF
           END-IF
           IF WS-BD-HIT-IX > ZERO
               ADD DSUM-PAIR-COUNT TO WS-BD-REC-COUNT(WS-BD-HIT-IX)
               ADD DSUM-TOTAL TO WS-BD-TOTAL(WS-BD-HIT-IX)
           END-IF.

       2750-SCAN-BATCH-DEPT-TABLE.
           IF WS-BD-BATCH-ID(WS-BD-IX) = DSUM-BATCH-ID
                   AND WS-BD-DEPT(WS-BD-IX) = DSUM-DEPT
               MOVE WS-BD-IX TO WS-BD-HIT-IX
               MOVE WS-BD-COUNT TO WS-BD-IX
           END-IF.

       3000-FINISH-ROLLUP.
           IF WS-GROUP-OPEN
               PERFORM 2300-BREAK-ON-BATCH
               PERFORM 4400-PRINT-MTD-LINE
               PERFORM 4500-PRINT-DEPT-SUMMARY
               PERFORM 3100-WRITE-MONTHLY-FEED
               PERFORM 3700-WRITE-MONTH-SUMMARY
               PERFORM 3500-CLOSE-PERIOD
           ELSE
               MOVE "NO HISTORY FOUND FOR REQUESTED MONTH"
               IF WS-PT-COUNT < WS-PT-MAX
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-ROLLUP-MONTH TO WS-PT-MONTH(WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-FISCAL-YEAR(WS-PT-COUNT)
                   MOVE SPACE TO WS-PT-YEAR-STATUS(WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-YEAR-CLOSE-DATE(WS-PT-COUNT)
                   MOVE WS-PT-COUNT TO WS-PT-HIT-IX
               ELSE
                   ADD 1 TO WS-PT-DROPPED
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
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * The month's batch/department totals replace whatever an
      * earlier rollup of the same month left on MONSUM. The write
      * comes before the period is closed so a failure here leaves
      * the month open for a clean rerun. A MONSUM cluster nothing
      * has been loaded into yet will not open I-O, so it is opened
      * OUTPUT once and reopened, as AMTDSM00 does for DAYSUM.
       3700-WRITE-MONTH-SUMMARY.
           OPEN I-O MONSUM-FILE
           IF WS-MONSUM-STATUS NOT = "00"
               OPEN OUTPUT MONSUM-FILE
               IF WS-MONSUM-STATUS = "00"
                   CLOSE MONSUM-FILE
                   OPEN I-O MONSUM-FILE
               END-IF
           END-IF
           IF WS-MONSUM-STATUS NOT = "00"
               MOVE "MONSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-MONSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-ROLLUP-MONTH TO MSUM-MONTH
           MOVE LOW-VALUES TO MSUM-BATCH-ID
           MOVE LOW-VALUES TO MSUM-DEPT
           START MONSUM-FILE KEY IS NOT LESS THAN MSUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MSUM-EOF-SWITCH
           END-START
           PERFORM 3750-REMOVE-OLD-SUMMARY
               UNTIL WS-MSUM-END
           PERFORM 3780-WRITE-SUMMARY-RECORD
               VARYING WS-BD-IX FROM 1 BY 1
               UNTIL WS-BD-IX > WS-BD-COUNT
           CLOSE MONSUM-FILE
           IF WS-BD-DROPPED > ZERO
               MOVE "BATCH/DEPT TABLE FULL - MONSUM SUMMARY INCOMPLETE"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF.

       3750-REMOVE-OLD-SUMMARY.
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
               IF MSUM-MONTH NOT = WS-ROLLUP-MONTH
                   MOVE 'Y' TO WS-MSUM-EOF-SWITCH
               ELSE
                   DELETE MONSUM-FILE RECORD
                   IF WS-MONSUM-STATUS NOT = "00"
                       MOVE "MONSUM-FILE" TO WS-FATAL-FILE-NAME
                       MOVE WS-MONSUM-STATUS TO WS-FATAL-STATUS
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               END-IF
           END-IF.

       3780-WRITE-SUMMARY-RECORD.
           MOVE SPACES TO MSUM-RECORD
           MOVE WS-ROLLUP-MONTH TO MSUM-MONTH
           MOVE WS-BD-BATCH-ID(WS-BD-IX) TO MSUM-BATCH-ID
           MOVE WS-BD-DEPT(WS-BD-IX) TO MSUM-DEPT
           MOVE WS-BD-REC-COUNT(WS-BD-IX) TO MSUM-RECORD-COUNT
           MOVE WS-BD-TOTAL(WS-BD-IX) TO MSUM-TOTAL
           MOVE WS-BUS-DATE-8 TO MSUM-ROLLUP-DATE
           WRITE MSUM-RECORD
           IF WS-MONSUM-STATUS NOT = "00"
               MOVE "MONSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-MONSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * The month's fiscal year has been closed by AMTYRE00 - its
      * figures are part of the annual record of account and are not
      * recomputed. Nothing is written and PERIODS is not swapped.
       3900-REFUSE-CLOSED-YEAR.
           MOVE "MONTH IS IN A CLOSED FISCAL YEAR - ROLLUP REFUSED, "
               TO WS-RPT-MSG-TEXT
           MOVE "NO FEED WRITTEN" TO WS-RPT-MSG-TEXT(52:15)
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           DISPLAY "*** PERIOD " WS-ROLLUP-MONTH
               " IS IN A CLOSED FISCAL YEAR - ROLLUP REFUSED ***"
           MOVE 8 TO RETURN-CODE.

       3100-WRITE-MONTHLY-FEED.
           PERFORM 3200-WRITE-BATCH-FEED-RECORD
               VARYING WS-BT-IX FROM 1 BY 1
           MOVE WS-MTD-TOTAL TO WS-RPT-MTD-TOTAL
           MOVE WS-RPT-MTD-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           IF WS-REVERSED-COUNT > ZERO
               MOVE WS-REVERSED-COUNT TO WS-RPT-REVERSED-COUNT
               MOVE WS-RPT-REVERSED-LINE TO RPT-LINE
               PERFORM 4250-WRITE-RPT-LINE
           END-IF
           IF WS-BT-DROPPED > ZERO
               MOVE "BATCH TABLE FULL - SOME BATCH SUMMARIES OMITTED"
                   TO WS-RPT-MSG-TEXT
           END-IF.

       9000-TERMINATE.
           CLOSE DAYSUM-FILE
           CLOSE MONTH-RPT
           CLOSE MGL-FEED-FILE.

