      ******************************************************************
      * PROGRAM:  AMTPRF00
      * PURPOSE:  Daily proof. Ties one business date and cycle end to
      *           end, batch by batch, from the feeder extract to the
      *           ledger's acknowledgment, using the figures each step
      *           of the chain leaves behind:
      *             EDIT      - detail pairs AMTEDT00 read from the raw
      *                         extract (RECYCLE batch included), less
      *                         the pairs it set aside on EDITREJ, must
      *                         equal the pairs it passed to TRANSIN
      *                         (EDTSTAT, see RUNSTAT)
      *             SUMMATION - pairs passed to TRANSIN, less the pairs
      *                         AMTSUM00 sent to SUSPENSE (open 'O'
      *                         items; DUPK/CTOV information items are
      *                         in the feed and BADT/NOTR are not
      *                         pairs), must equal the GLFEED records
      *             LEDGER    - GLFEED records, less those the ledger
      *                         rejected and those still pending an
      *                         acknowledgment, must equal the records
      *                         posted (RECSTAT, written by AMTREC00)
      *           Counts and amounts (the pair result DATA-1 + DATA-2)
      *           are proved at each hand-off and any unexplained
      *           difference is printed against its batch id. The run
      *           then checks the FEEDCTL control entry for the date
      *           and cycle against GLFEED (count including, control
      *           total excluding, CTOV overrides).
      *           The date and cycle come from PARM:
      *             PARM='YYYYMMDDCC'          business date and cycle
      *             PARM='YYYYMMDDCCYYYYMMDD'  the same, plus the date
      *                                        AMTSUM00 stamped on the
      *                                        feed when it diverted a
      *                                        closed-period run
      *             NO PARM                    the BUSCAL 'B' card
      *           RETURN-CODE 0 = proof in balance. 8 = at least one
      *           unexplained difference (or no FEEDCTL entry); a
      *           PROOFBRK event is written to AUDITTRL for the date
      *           and cycle with the number of breaks and the total
      *           unexplained amount. An edit rerun for the same cycle
      *           supersedes the earlier EDTSTAT figures, but its
      *           EDITREJ records are added to the earlier ones, so the
      *           first run's rejects show as a break until explained.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTPRF00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT EDT-STAT-FILE ASSIGN TO EDTSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDTSTAT-STATUS.

           SELECT REJECT-FILE ASSIGN TO EDITREJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EDITREJ-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT GL-FEED-FILE ASSIGN TO GLFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT FEEDCTL-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.

           SELECT REC-STAT-FILE ASSIGN TO RECSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RECSTAT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PROOF-RPT ASSIGN TO PRFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  EDT-STAT-FILE
           RECORDING MODE IS F.
       01  EDT-STAT-RECORD             PIC X(80).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       COPY EDITREJ.

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       COPY SUSPREC.

       FD  GL-FEED-FILE
           RECORDING MODE IS F.
       COPY GLFEED.

       FD  FEEDCTL-FILE
           RECORDING MODE IS F.
       COPY FEEDCTL.

       FD  REC-STAT-FILE
           RECORDING MODE IS F.
       01  REC-STAT-RECORD             PIC X(80).

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  PROOF-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-EDTSTAT-STATUS           PIC X(2).
       01  WS-EDITREJ-STATUS           PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-GLFEED-STATUS            PIC X(2).
       01  WS-FEEDCTL-STATUS           PIC X(2).
       01  WS-RECSTAT-STATUS           PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-PRFRPT-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

      * Both statistics files share the RUNSTAT layout; each record is
      * moved here to be examined.
       COPY RUNSTAT.

       01  WS-SWITCHES.
           05  WS-EDTSTAT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-EDTSTAT-END          VALUE 'Y'.
           05  WS-EDITREJ-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-EDITREJ-END          VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-SUSP-END             VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-FEED-END             VALUE 'Y'.
           05  WS-FCTL-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-FCTL-END             VALUE 'Y'.
           05  WS-RECSTAT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-RECSTAT-END          VALUE 'Y'.
           05  WS-FCTL-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-FCTL-FOUND           VALUE 'Y'.
           05  WS-TOTAL-LINE-SWITCH    PIC X VALUE 'N'.
               88  WS-PRINTING-TOTALS      VALUE 'Y'.
           05  WS-BATCH-BROKEN-SWITCH  PIC X VALUE 'N'.
               88  WS-BATCH-BROKEN         VALUE 'Y'.

       01  WS-PROOF-CONTROL.
           05  WS-PROOF-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-PROOF-CYCLE          PIC 9(2)  VALUE 1.
           05  WS-FEED-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-EDIT-RUN-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-LEDGER-RUN-COUNT     PIC 9(3)  VALUE ZERO.
           05  WS-BREAK-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-BREAK-AMOUNT         PIC S9(12)V99 VALUE ZERO.
           05  WS-FIRST-BREAK-BATCH    PIC X(8)  VALUE SPACES.
           05  WS-PAIR-AMOUNT          PIC S9(12)V99 VALUE ZERO.
           05  WS-AUDIT-START-TIME     PIC 9(8)  VALUE ZERO.
           05  WS-AUDIT-EVENT-TIME     PIC 9(8)  VALUE ZERO.

      * The CTOV information items - in GLFEED but left out of the
      * FEEDCTL control total by AMTSUM00.
       01  WS-OVERRIDE-TOTALS.
           05  WS-CTOV-COUNT           PIC 9(7)      VALUE ZERO.
           05  WS-CTOV-AMOUNT          PIC S9(12)V99 VALUE ZERO.

      * The FEEDCTL entry for the date and cycle (the last one on the
      * file wins, as AMTREC00 takes it).
       01  WS-FEED-CONTROL-WORK.
           05  WS-FC-STATUS            PIC X(1)      VALUE SPACE.
           05  WS-FC-RECORD-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-FC-CONTROL-TOTAL     PIC S9(12)V99 VALUE ZERO.
           05  WS-FC-EXPECTED-TOTAL    PIC S9(12)V99 VALUE ZERO.
           05  WS-FC-DIFF-COUNT        PIC S9(7)     VALUE ZERO.
           05  WS-FC-DIFF-TOTAL        PIC S9(12)V99 VALUE ZERO.

       01  WS-KEY-WORK.
           05  WS-KEY-BATCH-ID         PIC X(8).
           05  WS-KEY-DEPT             PIC X(4).

      * One entry per batch id seen at any step for the date/cycle.
      * READ/PASS come from EDTSTAT, EREJ from EDITREJ, SUSP from
      * SUSPENSE, GLF from GLFEED, POST/LREJ/PEND from RECSTAT.
       01  WS-PROOF-TABLE-AREA.
           05  WS-PB-MAX               PIC S9(4) COMP VALUE +300.
           05  WS-PB-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-PB-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-PB-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-PB-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-PB-ENTRY OCCURS 300 TIMES.
               10  WS-PB-BATCH-ID      PIC X(8).
               10  WS-PB-DEPT          PIC X(4).
               10  WS-PB-FIGURES.
                   15  WS-PB-READ-CNT  PIC 9(7).
                   15  WS-PB-READ-AMT  PIC S9(12)V99.
                   15  WS-PB-EREJ-CNT  PIC 9(7).
                   15  WS-PB-EREJ-AMT  PIC S9(12)V99.
                   15  WS-PB-PASS-CNT  PIC 9(7).
                   15  WS-PB-PASS-AMT  PIC S9(12)V99.
                   15  WS-PB-SUSP-CNT  PIC 9(7).
                   15  WS-PB-SUSP-AMT  PIC S9(12)V99.
                   15  WS-PB-GLF-CNT   PIC 9(7).
                   15  WS-PB-GLF-AMT   PIC S9(12)V99.
                   15  WS-PB-POST-CNT  PIC 9(7).
                   15  WS-PB-POST-AMT  PIC S9(12)V99.
                   15  WS-PB-LREJ-CNT  PIC 9(7).
                   15  WS-PB-LREJ-AMT  PIC S9(12)V99.
                   15  WS-PB-PEND-CNT  PIC 9(7).
                   15  WS-PB-PEND-AMT  PIC S9(12)V99.

      * The batch being printed (same layout as WS-PB-FIGURES) and the
      * all-batch totals built from it.
       01  WS-CURRENT-FIGURES.
           05  WS-CF-READ-CNT          PIC 9(7).
           05  WS-CF-READ-AMT          PIC S9(12)V99.
           05  WS-CF-EREJ-CNT          PIC 9(7).
           05  WS-CF-EREJ-AMT          PIC S9(12)V99.
           05  WS-CF-PASS-CNT          PIC 9(7).
           05  WS-CF-PASS-AMT          PIC S9(12)V99.
           05  WS-CF-SUSP-CNT          PIC 9(7).
           05  WS-CF-SUSP-AMT          PIC S9(12)V99.
           05  WS-CF-GLF-CNT           PIC 9(7).
           05  WS-CF-GLF-AMT           PIC S9(12)V99.
           05  WS-CF-POST-CNT          PIC 9(7).
           05  WS-CF-POST-AMT          PIC S9(12)V99.
           05  WS-CF-LREJ-CNT          PIC 9(7).
           05  WS-CF-LREJ-AMT          PIC S9(12)V99.
           05  WS-CF-PEND-CNT          PIC 9(7).
           05  WS-CF-PEND-AMT          PIC S9(12)V99.

       01  WS-TOTAL-FIGURES.
           05  WS-TF-READ-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-READ-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-EREJ-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-EREJ-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-PASS-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-PASS-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-SUSP-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-SUSP-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-GLF-CNT           PIC 9(7)      VALUE ZERO.
           05  WS-TF-GLF-AMT           PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-POST-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-POST-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-LREJ-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-LREJ-AMT          PIC S9(12)V99 VALUE ZERO.
           05  WS-TF-PEND-CNT          PIC 9(7)      VALUE ZERO.
           05  WS-TF-PEND-AMT          PIC S9(12)V99 VALUE ZERO.

      * One hand-off - loaded by the caller, proved and printed by
      * 4300.
       01  WS-STAGE-WORK.
           05  WS-SG-BATCH-ID          PIC X(8).
           05  WS-SG-DEPT              PIC X(4).
           05  WS-SG-NAME              PIC X(10).
           05  WS-SG-IN-CNT            PIC 9(7).
           05  WS-SG-IN-AMT            PIC S9(12)V99.
           05  WS-SG-OUT-CNT           PIC 9(7).
           05  WS-SG-OUT-AMT           PIC S9(12)V99.
           05  WS-SG-ACCT-CNT          PIC 9(7).
           05  WS-SG-ACCT-AMT          PIC S9(12)V99.
           05  WS-SG-DIFF-CNT          PIC S9(7).
           05  WS-SG-DIFF-AMT          PIC S9(12)V99.

       01  WS-REPORT-CONTROL.
           05  WS-PAGE-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-MAX-LINES            PIC 9(3)  VALUE 55.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2)  VALUE 1.
           05  WS-RUN-DATE             PIC X(10).
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "DAILY PROOF FOR BUS DATE: ".
           05  WS-RPT-PROOF-DATE       PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE "  CYCLE ".
           05  WS-RPT-PROOF-CYCLE      PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  WS-RPT-PAGE             PIC ZZZ9.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "BATCH".
           05  FILLER                  PIC X(5)  VALUE "DEPT".
           05  FILLER                  PIC X(11) VALUE "HAND-OFF".
           05  FILLER                  PIC X(24)
               VALUE "------ RECEIVED ------".
           05  FILLER                  PIC X(24)
               VALUE "------ PASSED ON -----".
           05  FILLER                  PIC X(24)
               VALUE "---- ACCOUNTED FOR ---".
           05  FILLER                  PIC X(24)
               VALUE " ---- UNEXPLAINED -----".
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-RPT-HEADER-3.
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE "  COUNT         AMOUNT".
           05  FILLER                  PIC X(24)
               VALUE "  COUNT         AMOUNT".
           05  FILLER                  PIC X(24)
               VALUE "  COUNT         AMOUNT".
           05  FILLER                  PIC X(24)
               VALUE "   COUNT         AMOUNT".
           05  FILLER                  PIC X(9)  VALUE SPACES.

       01  WS-RPT-PROOF-LINE.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PF-BATCH         PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-DEPT          PIC X(4).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-STAGE         PIC X(10).
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-IN-CNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-IN-AMT        PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PF-OUT-CNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-OUT-AMT       PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PF-ACCT-CNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-ACCT-AMT      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PF-DIFF-CNT      PIC -ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-DIFF-AMT      PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-PF-FLAG          PIC X(5).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-AMT-LABEL        PIC X(40).
           05  WS-RPT-AMT-COUNT        PIC -ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-AMT-AMOUNT       PIC -ZZZZZZZZZ9.99.
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(18).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EDIT-STATS
           PERFORM 2200-LOAD-EDIT-REJECTS
           PERFORM 2400-LOAD-SUSPENSE
           PERFORM 2600-LOAD-GL-FEED
           PERFORM 2700-LOAD-FEED-CONTROL
           PERFORM 2800-LOAD-LEDGER-STATS
           PERFORM 3000-PRINT-BATCH-PROOF
           PERFORM 3500-CHECK-FEED-CONTROL
           PERFORM 3700-PRINT-VERDICT
           IF WS-BREAK-COUNT > ZERO
               PERFORM 5000-WRITE-BREAK-EVENT
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-PROOF-DATE
           OPEN OUTPUT PROOF-RPT
           IF WS-PRFRPT-STATUS NOT = "00"
               MOVE "PROOF-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-PRFRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 4100-PRINT-HEADINGS
           IF WS-FEED-DATE NOT = WS-PROOF-DATE
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "FEED, SUSPENSE AND LEDGER FIGURES TAKEN UNDER THE "
                   TO WS-RPT-MSG-TEXT(1:50)
               MOVE "DIVERTED FEED DATE " TO WS-RPT-MSG-TEXT(51:19)
               MOVE WS-FEED-DATE TO WS-RPT-MSG-TEXT(70:8)
               PERFORM 4400-WRITE-MSG-LINE
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

       1160-READ-CALENDAR-RECORD.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
               NOT AT END
                   IF CAL-BUSDATE-REC
                           AND CAL-BUS-DATE IS NUMERIC
                       MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
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

      * With no PARM the business date and cycle on BUSCAL are proved.
      * The feed date differs only when AMTSUM00 diverted the run.
       1200-GET-PROOF-DATE.
           EVALUATE TRUE
               WHEN LS-PARM-LEN = ZERO
                   MOVE WS-BUS-DATE-8 TO WS-PROOF-DATE
                   MOVE WS-BUS-CYCLE TO WS-PROOF-CYCLE
                   MOVE WS-BUS-DATE-8 TO WS-FEED-DATE
               WHEN LS-PARM-LEN = 10
                       AND LS-PARM-TEXT(1:10) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-PROOF-DATE
                   MOVE LS-PARM-TEXT(9:2) TO WS-PROOF-CYCLE
                   MOVE LS-PARM-TEXT(1:8) TO WS-FEED-DATE
               WHEN LS-PARM-LEN = 18
                       AND LS-PARM-TEXT(1:18) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-PROOF-DATE
                   MOVE LS-PARM-TEXT(9:2) TO WS-PROOF-CYCLE
                   MOVE LS-PARM-TEXT(11:8) TO WS-FEED-DATE
               WHEN OTHER
                   DISPLAY "*** INVALID PARM - EXPECTED YYYYMMDDCC OR "
                       "YYYYMMDDCCYYYYMMDD *** JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-PROOF-CYCLE = ZERO
               MOVE 1 TO WS-PROOF-CYCLE
           END-IF.

      * Edit statistics. A later run header for the same date and
      * cycle (an edit rerun) clears the figures loaded so far.
       2000-LOAD-EDIT-STATS.
           OPEN INPUT EDT-STAT-FILE
           IF WS-EDTSTAT-STATUS = "00"
               PERFORM 2050-READ-EDIT-STAT
                   UNTIL WS-EDTSTAT-END
               CLOSE EDT-STAT-FILE
           ELSE
               DISPLAY "*** EDTSTAT NOT AVAILABLE (STATUS="
                   WS-EDTSTAT-STATUS ") - EDIT FIGURES TAKEN AS ZERO "
                   "***"
           END-IF
           IF WS-EDIT-RUN-COUNT = ZERO
               MOVE "NO EDTSTAT FIGURES FOR THE DATE AND CYCLE - THE "
                   TO WS-RPT-MSG-TEXT
               MOVE "EDIT HAND-OFF CANNOT BE PROVED"
                   TO WS-RPT-MSG-TEXT(49:30)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           IF WS-EDIT-RUN-COUNT > 1
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "EDIT WAS RUN " TO WS-RPT-MSG-TEXT(1:13)
               MOVE WS-EDIT-RUN-COUNT TO WS-RPT-MSG-TEXT(14:3)
               MOVE " TIMES FOR THE DATE AND CYCLE - LATEST RUN'S "
                   TO WS-RPT-MSG-TEXT(17:45)
               MOVE "FIGURES USED" TO WS-RPT-MSG-TEXT(62:12)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF.

       2050-READ-EDIT-STAT.
           READ EDT-STAT-FILE
               AT END
                   MOVE 'Y' TO WS-EDTSTAT-EOF-SWITCH
               NOT AT END
                   MOVE EDT-STAT-RECORD TO RSTAT-RECORD
                   IF RSTAT-ITEM-DATE = WS-PROOF-DATE
                           AND RSTAT-ITEM-CYCLE = WS-PROOF-CYCLE
                       PERFORM 2100-APPLY-EDIT-STAT
                   END-IF
           END-READ
           IF WS-EDTSTAT-STATUS NOT = "00"
                   AND WS-EDTSTAT-STATUS NOT = "10"
               MOVE "EDT-STAT" TO WS-FATAL-FILE-NAME
               MOVE WS-EDTSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2100-APPLY-EDIT-STAT.
           IF RSTAT-RUN-HEADER
               ADD 1 TO WS-EDIT-RUN-COUNT
               PERFORM 2150-CLEAR-EDIT-FIGURES
                   VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT
           END-IF
           IF RSTAT-BATCH-STAT
               MOVE RSTAT-BATCH-ID TO WS-KEY-BATCH-ID
               MOVE RSTAT-DEPT TO WS-KEY-DEPT
               PERFORM 5100-FIND-BATCH
               IF WS-PB-HIT-IX > ZERO
                   EVALUATE RSTAT-STAT-CODE
                       WHEN "READ"
                           ADD RSTAT-COUNT
                               TO WS-PB-READ-CNT(WS-PB-HIT-IX)
                           ADD RSTAT-AMOUNT
                               TO WS-PB-READ-AMT(WS-PB-HIT-IX)
                       WHEN "PASS"
                           ADD RSTAT-COUNT
                               TO WS-PB-PASS-CNT(WS-PB-HIT-IX)
                           ADD RSTAT-AMOUNT
                               TO WS-PB-PASS-AMT(WS-PB-HIT-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2150-CLEAR-EDIT-FIGURES.
           MOVE ZERO TO WS-PB-READ-CNT(WS-PB-IX)
           MOVE ZERO TO WS-PB-READ-AMT(WS-PB-IX)
           MOVE ZERO TO WS-PB-PASS-CNT(WS-PB-IX)
           MOVE ZERO TO WS-PB-PASS-AMT(WS-PB-IX).

      * Detail pairs set aside by the edit. A pair whose amounts were
      * not numeric is counted with no amount, as AMTEDT00 counts it.
       2200-LOAD-EDIT-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-EDITREJ-STATUS = "00"
               PERFORM 2250-READ-EDIT-REJECT
                   UNTIL WS-EDITREJ-END
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "*** EDITREJ NOT AVAILABLE (STATUS="
                   WS-EDITREJ-STATUS ") - NO EDIT REJECTS TAKEN ***"
           END-IF.

       2250-READ-EDIT-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EDITREJ-EOF-SWITCH
               NOT AT END
                   IF REJ-TRAN-TYPE = 'D'
                           AND REJ-RUN-DATE = WS-PROOF-DATE
                           AND REJ-CYCLE = WS-PROOF-CYCLE
                       PERFORM 2300-APPLY-EDIT-REJECT
                   END-IF
           END-READ
           IF WS-EDITREJ-STATUS NOT = "00"
                   AND WS-EDITREJ-STATUS NOT = "10"
               MOVE "REJECT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-EDITREJ-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2300-APPLY-EDIT-REJECT.
           MOVE REJ-BATCH-ID TO WS-KEY-BATCH-ID
           MOVE REJ-DEPT TO WS-KEY-DEPT
           PERFORM 5100-FIND-BATCH
           IF WS-PB-HIT-IX > ZERO
               ADD 1 TO WS-PB-EREJ-CNT(WS-PB-HIT-IX)
               IF REJ-TRAN-DATA-1 IS NUMERIC
                       AND REJ-TRAN-DATA-2 IS NUMERIC
                   COMPUTE WS-PAIR-AMOUNT =
                       REJ-TRAN-DATA-1 + REJ-TRAN-DATA-2
                   ADD WS-PAIR-AMOUNT TO WS-PB-EREJ-AMT(WS-PB-HIT-IX)
               END-IF
           END-IF.

      * Suspense items of the run. Open items are the pairs AMTSUM00
      * kept out of the feed; CTOV information items are in the feed
      * but out of its control total; DUPK items are in the feed and
      * BADT / NOTR items carry no pair.
       2400-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM 2450-READ-SUSPENSE
                   UNTIL WS-SUSP-END
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "*** SUSPENSE NOT AVAILABLE (STATUS="
                   WS-SUSPENSE-STATUS ") - NO SUSPENSE ITEMS TAKEN ***"
           END-IF.

       2450-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               NOT AT END
                   IF SUSP-RUN-DATE = WS-FEED-DATE
                           AND SUSP-CYCLE = WS-PROOF-CYCLE
                       PERFORM 2500-APPLY-SUSPENSE
                   END-IF
           END-READ
           IF WS-SUSPENSE-STATUS NOT = "00"
                   AND WS-SUSPENSE-STATUS NOT = "10"
               MOVE "SUSPENSE" TO WS-FATAL-FILE-NAME
               MOVE WS-SUSPENSE-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2500-APPLY-SUSPENSE.
           COMPUTE WS-PAIR-AMOUNT = SUSP-DATA-1 + SUSP-DATA-2
           IF SUSP-INFO-ONLY
               IF SUSP-REASON-CODE = "CTOV"
                   ADD 1 TO WS-CTOV-COUNT
                   ADD WS-PAIR-AMOUNT TO WS-CTOV-AMOUNT
               END-IF
           ELSE
               IF SUSP-REASON-CODE NOT = "BADT"
                       AND SUSP-REASON-CODE NOT = "NOTR"
                   MOVE SUSP-BATCH-ID TO WS-KEY-BATCH-ID
                   MOVE SUSP-DEPT TO WS-KEY-DEPT
                   PERFORM 5100-FIND-BATCH
                   IF WS-PB-HIT-IX > ZERO
                       ADD 1 TO WS-PB-SUSP-CNT(WS-PB-HIT-IX)
                       ADD WS-PAIR-AMOUNT
                           TO WS-PB-SUSP-AMT(WS-PB-HIT-IX)
                   END-IF
               END-IF
           END-IF.

      * GLFEED carries every cycle of the day; reversal offsets go to
      * REVFEED and suspense write-offs to WOFEED, and neither is part
      * of the proof.
       2600-LOAD-GL-FEED.
           OPEN INPUT GL-FEED-FILE
           IF WS-GLFEED-STATUS = "00"
               PERFORM 2650-READ-GL-FEED
                   UNTIL WS-FEED-END
               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "*** GLFEED NOT AVAILABLE (STATUS="
                   WS-GLFEED-STATUS ") - NO FEED RECORDS TAKEN ***"
           END-IF.

       2650-READ-GL-FEED.
           READ GL-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
               NOT AT END
                   IF GL-DATE = WS-FEED-DATE
                           AND GL-CYCLE = WS-PROOF-CYCLE
                           AND NOT GL-REVERSAL-ENTRY
                       MOVE GL-BATCH-ID TO WS-KEY-BATCH-ID
                       MOVE GL-DEPT TO WS-KEY-DEPT
                       PERFORM 5100-FIND-BATCH
                       IF WS-PB-HIT-IX > ZERO
                           ADD 1 TO WS-PB-GLF-CNT(WS-PB-HIT-IX)
                           ADD GL-TRAN-TOTAL
                               TO WS-PB-GLF-AMT(WS-PB-HIT-IX)
                       END-IF
                   END-IF
           END-READ
           IF WS-GLFEED-STATUS NOT = "00"
                   AND WS-GLFEED-STATUS NOT = "10"
               MOVE "GL-FEED-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-GLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2700-LOAD-FEED-CONTROL.
           OPEN INPUT FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS = "00"
               PERFORM 2750-READ-FEED-CONTROL
                   UNTIL WS-FCTL-END
               CLOSE FEEDCTL-FILE
           ELSE
               DISPLAY "*** FEEDCTL NOT AVAILABLE (STATUS="
                   WS-FEEDCTL-STATUS ") - FEED CONTROL NOT CHECKED ***"
           END-IF.

       2750-READ-FEED-CONTROL.
           READ FEEDCTL-FILE
               AT END
                   MOVE 'Y' TO WS-FCTL-EOF-SWITCH
               NOT AT END
                   IF FCTL-RUN-DATE = WS-FEED-DATE
                           AND FCTL-CYCLE = WS-PROOF-CYCLE
                       MOVE 'Y' TO WS-FCTL-FOUND-SWITCH
                       MOVE FCTL-STATUS TO WS-FC-STATUS
                       MOVE FCTL-RECORD-COUNT TO WS-FC-RECORD-COUNT
                       MOVE FCTL-CONTROL-TOTAL TO WS-FC-CONTROL-TOTAL
                   END-IF
           END-READ
           IF WS-FEEDCTL-STATUS NOT = "00"
                   AND WS-FEEDCTL-STATUS NOT = "10"
               MOVE "FEEDCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-FEEDCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Ledger statistics. Posted and rejected figures accumulate over
      * the mornings; each AMTREC00 run header replaces the pending
      * figures with that run's carry-forward.
       2800-LOAD-LEDGER-STATS.
           OPEN INPUT REC-STAT-FILE
           IF WS-RECSTAT-STATUS = "00"
               PERFORM 2850-READ-LEDGER-STAT
                   UNTIL WS-RECSTAT-END
               CLOSE REC-STAT-FILE
           ELSE
               DISPLAY "*** RECSTAT NOT AVAILABLE (STATUS="
                   WS-RECSTAT-STATUS ") - LEDGER FIGURES TAKEN AS ZERO "
                   "***"
           END-IF
           IF WS-LEDGER-RUN-COUNT = ZERO
               MOVE "NO RECSTAT FIGURES - THE LEDGER HAND-OFF CANNOT "
                   TO WS-RPT-MSG-TEXT
               MOVE "BE PROVED" TO WS-RPT-MSG-TEXT(49:9)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF.

       2850-READ-LEDGER-STAT.
           READ REC-STAT-FILE
               AT END
                   MOVE 'Y' TO WS-RECSTAT-EOF-SWITCH
               NOT AT END
                   MOVE REC-STAT-RECORD TO RSTAT-RECORD
                   PERFORM 2900-APPLY-LEDGER-STAT
           END-READ
           IF WS-RECSTAT-STATUS NOT = "00"
                   AND WS-RECSTAT-STATUS NOT = "10"
               MOVE "REC-STAT" TO WS-FATAL-FILE-NAME
               MOVE WS-RECSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2900-APPLY-LEDGER-STAT.
           IF RSTAT-RUN-HEADER
               ADD 1 TO WS-LEDGER-RUN-COUNT
               PERFORM 2950-CLEAR-PENDING-FIGURES
                   VARYING WS-PB-IX FROM 1 BY 1
                   UNTIL WS-PB-IX > WS-PB-COUNT
           END-IF
           IF RSTAT-BATCH-STAT
                   AND RSTAT-ITEM-DATE = WS-FEED-DATE
                   AND RSTAT-ITEM-CYCLE = WS-PROOF-CYCLE
               MOVE RSTAT-BATCH-ID TO WS-KEY-BATCH-ID
               MOVE RSTAT-DEPT TO WS-KEY-DEPT
               PERFORM 5100-FIND-BATCH
               IF WS-PB-HIT-IX > ZERO
                   EVALUATE RSTAT-STAT-CODE
                       WHEN "POST"
                           ADD RSTAT-COUNT
                               TO WS-PB-POST-CNT(WS-PB-HIT-IX)
                           ADD RSTAT-AMOUNT
                               TO WS-PB-POST-AMT(WS-PB-HIT-IX)
                       WHEN "LREJ"
                           ADD RSTAT-COUNT
                               TO WS-PB-LREJ-CNT(WS-PB-HIT-IX)
                           ADD RSTAT-AMOUNT
                               TO WS-PB-LREJ-AMT(WS-PB-HIT-IX)
                       WHEN "PEND"
                           ADD RSTAT-COUNT
                               TO WS-PB-PEND-CNT(WS-PB-HIT-IX)
                           ADD RSTAT-AMOUNT
                               TO WS-PB-PEND-AMT(WS-PB-HIT-IX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

       2950-CLEAR-PENDING-FIGURES.
           MOVE ZERO TO WS-PB-PEND-CNT(WS-PB-IX)
           MOVE ZERO TO WS-PB-PEND-AMT(WS-PB-IX).

       3000-PRINT-BATCH-PROOF.
           IF WS-PB-COUNT = ZERO
               MOVE "NO ACTIVITY FOUND FOR THE DATE AND CYCLE AT ANY "
                   TO WS-RPT-MSG-TEXT
               MOVE "STEP" TO WS-RPT-MSG-TEXT(49:4)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           MOVE 'N' TO WS-TOTAL-LINE-SWITCH
           PERFORM 3100-PROVE-ONE-BATCH
               VARYING WS-PB-IX FROM 1 BY 1
               UNTIL WS-PB-IX > WS-PB-COUNT
           IF WS-PB-DROPPED > ZERO
               ADD 1 TO WS-BREAK-COUNT
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "*** BATCH TABLE FULL - " TO WS-RPT-MSG-TEXT(1:23)
               MOVE WS-PB-DROPPED TO WS-RPT-MSG-TEXT(24:7)
               MOVE " RECORDS OF UNLISTED BATCHES NOT PROVED ***"
                   TO WS-RPT-MSG-TEXT(31:43)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           MOVE 'Y' TO WS-TOTAL-LINE-SWITCH
           MOVE WS-TOTAL-FIGURES TO WS-CURRENT-FIGURES
           MOVE "*TOTAL*" TO WS-SG-BATCH-ID
           MOVE SPACES TO WS-SG-DEPT
           PERFORM 3200-PRINT-THREE-STAGES.

       3100-PROVE-ONE-BATCH.
           MOVE WS-PB-FIGURES(WS-PB-IX) TO WS-CURRENT-FIGURES
           MOVE WS-PB-BATCH-ID(WS-PB-IX) TO WS-SG-BATCH-ID
           MOVE WS-PB-DEPT(WS-PB-IX) TO WS-SG-DEPT
           MOVE 'N' TO WS-BATCH-BROKEN-SWITCH
           PERFORM 3200-PRINT-THREE-STAGES
           IF WS-BATCH-BROKEN
                   AND WS-FIRST-BREAK-BATCH = SPACES
               MOVE WS-PB-BATCH-ID(WS-PB-IX) TO WS-FIRST-BREAK-BATCH
           END-IF
           ADD WS-CF-READ-CNT TO WS-TF-READ-CNT
           ADD WS-CF-READ-AMT TO WS-TF-READ-AMT
           ADD WS-CF-EREJ-CNT TO WS-TF-EREJ-CNT
           ADD WS-CF-EREJ-AMT TO WS-TF-EREJ-AMT
           ADD WS-CF-PASS-CNT TO WS-TF-PASS-CNT
           ADD WS-CF-PASS-AMT TO WS-TF-PASS-AMT
           ADD WS-CF-SUSP-CNT TO WS-TF-SUSP-CNT
           ADD WS-CF-SUSP-AMT TO WS-TF-SUSP-AMT
           ADD WS-CF-GLF-CNT TO WS-TF-GLF-CNT
           ADD WS-CF-GLF-AMT TO WS-TF-GLF-AMT
           ADD WS-CF-POST-CNT TO WS-TF-POST-CNT
           ADD WS-CF-POST-AMT TO WS-TF-POST-AMT
           ADD WS-CF-LREJ-CNT TO WS-TF-LREJ-CNT
           ADD WS-CF-LREJ-AMT TO WS-TF-LREJ-AMT
           ADD WS-CF-PEND-CNT TO WS-TF-PEND-CNT
           ADD WS-CF-PEND-AMT TO WS-TF-PEND-AMT.

      * The three hand-offs of WS-CURRENT-FIGURES; the batch id and
      * department print on the first line only.
       3200-PRINT-THREE-STAGES.
           IF WS-LINE-COUNT + 3 > WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE "EDIT" TO WS-SG-NAME
           MOVE WS-CF-READ-CNT TO WS-SG-IN-CNT
           MOVE WS-CF-READ-AMT TO WS-SG-IN-AMT
           MOVE WS-CF-PASS-CNT TO WS-SG-OUT-CNT
           MOVE WS-CF-PASS-AMT TO WS-SG-OUT-AMT
           MOVE WS-CF-EREJ-CNT TO WS-SG-ACCT-CNT
           MOVE WS-CF-EREJ-AMT TO WS-SG-ACCT-AMT
           PERFORM 4300-PRINT-STAGE-LINE
           MOVE SPACES TO WS-SG-BATCH-ID
           MOVE SPACES TO WS-SG-DEPT
           MOVE "SUMMATION" TO WS-SG-NAME
           MOVE WS-CF-PASS-CNT TO WS-SG-IN-CNT
           MOVE WS-CF-PASS-AMT TO WS-SG-IN-AMT
           MOVE WS-CF-GLF-CNT TO WS-SG-OUT-CNT
           MOVE WS-CF-GLF-AMT TO WS-SG-OUT-AMT
           MOVE WS-CF-SUSP-CNT TO WS-SG-ACCT-CNT
           MOVE WS-CF-SUSP-AMT TO WS-SG-ACCT-AMT
           PERFORM 4300-PRINT-STAGE-LINE
           MOVE "LEDGER" TO WS-SG-NAME
           MOVE WS-CF-GLF-CNT TO WS-SG-IN-CNT
           MOVE WS-CF-GLF-AMT TO WS-SG-IN-AMT
           MOVE WS-CF-POST-CNT TO WS-SG-OUT-CNT
           MOVE WS-CF-POST-AMT TO WS-SG-OUT-AMT
           COMPUTE WS-SG-ACCT-CNT = WS-CF-LREJ-CNT + WS-CF-PEND-CNT
           COMPUTE WS-SG-ACCT-AMT = WS-CF-LREJ-AMT + WS-CF-PEND-AMT
           PERFORM 4300-PRINT-STAGE-LINE.

      * Control entry written by AMTSUM00 for the feed: its count
      * includes the CTOV override records, its total excludes them.
       3500-CHECK-FEED-CONTROL.
           MOVE SPACES TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           MOVE "FEED CONTROL (FEEDCTL) CHECK" TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           IF NOT WS-FCTL-FOUND
               ADD 1 TO WS-BREAK-COUNT
               MOVE "*** NO FEEDCTL ENTRY FOR THE FEED DATE AND CYCLE "
                   TO WS-RPT-MSG-TEXT
               MOVE "- THE FEED WAS NEVER CONTROLLED ***"
                   TO WS-RPT-MSG-TEXT(50:35)
               PERFORM 4400-WRITE-MSG-LINE
           ELSE
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "FEEDCTL STATUS: " TO WS-RPT-MSG-TEXT(1:16)
               MOVE WS-FC-STATUS TO WS-RPT-MSG-TEXT(17:1)
               EVALUATE WS-FC-STATUS
                   WHEN 'C'
                       MOVE " (CLEAN)" TO WS-RPT-MSG-TEXT(18:8)
                   WHEN 'R'
                       MOVE " (RELEASED)" TO WS-RPT-MSG-TEXT(18:11)
                   WHEN 'H'
                       MOVE " (HELD - NOT SENT TO THE LEDGER)"
                           TO WS-RPT-MSG-TEXT(18:32)
                   WHEN 'B'
                       MOVE " (BACKED OUT - NOT SENT TO THE LEDGER)"
                           TO WS-RPT-MSG-TEXT(18:38)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 4400-WRITE-MSG-LINE
               COMPUTE WS-FC-EXPECTED-TOTAL =
                   WS-TF-GLF-AMT - WS-CTOV-AMOUNT
               COMPUTE WS-FC-DIFF-COUNT =
                   WS-FC-RECORD-COUNT - WS-TF-GLF-CNT
               COMPUTE WS-FC-DIFF-TOTAL =
                   WS-FC-CONTROL-TOTAL - WS-FC-EXPECTED-TOTAL
               MOVE "FEEDCTL COUNT / CONTROL TOTAL:" TO WS-RPT-AMT-LABEL
               MOVE WS-FC-RECORD-COUNT TO WS-RPT-AMT-COUNT
               MOVE WS-FC-CONTROL-TOTAL TO WS-RPT-AMT-AMOUNT
               PERFORM 4500-WRITE-AMOUNT-LINE
               MOVE "GLFEED RECORDS / TOTAL:" TO WS-RPT-AMT-LABEL
               MOVE WS-TF-GLF-CNT TO WS-RPT-AMT-COUNT
               MOVE WS-TF-GLF-AMT TO WS-RPT-AMT-AMOUNT
               PERFORM 4500-WRITE-AMOUNT-LINE
               MOVE "CTOV OVERRIDES (OUT OF CONTROL TOTAL):"
                   TO WS-RPT-AMT-LABEL
               MOVE WS-CTOV-COUNT TO WS-RPT-AMT-COUNT
               MOVE WS-CTOV-AMOUNT TO WS-RPT-AMT-AMOUNT
               PERFORM 4500-WRITE-AMOUNT-LINE
               MOVE "UNEXPLAINED FEEDCTL DIFFERENCE:"
                   TO WS-RPT-AMT-LABEL
               MOVE WS-FC-DIFF-COUNT TO WS-RPT-AMT-COUNT
               MOVE WS-FC-DIFF-TOTAL TO WS-RPT-AMT-AMOUNT
               PERFORM 4500-WRITE-AMOUNT-LINE
               IF WS-FC-DIFF-COUNT NOT = ZERO
                       OR WS-FC-DIFF-TOTAL NOT = ZERO
                   ADD 1 TO WS-BREAK-COUNT
                   IF WS-FC-DIFF-TOTAL < ZERO
                       SUBTRACT WS-FC-DIFF-TOTAL FROM WS-BREAK-AMOUNT
                   ELSE
                       ADD WS-FC-DIFF-TOTAL TO WS-BREAK-AMOUNT
                   END-IF
                   MOVE "*** FEEDCTL DOES NOT AGREE WITH GLFEED ***"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 4400-WRITE-MSG-LINE
               END-IF
           END-IF.

       3700-PRINT-VERDICT.
           MOVE SPACES TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           MOVE "LEDGER DISPOSITION OF THE FEED" TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           MOVE "POSTED:" TO WS-RPT-AMT-LABEL
           MOVE WS-TF-POST-CNT TO WS-RPT-AMT-COUNT
           MOVE WS-TF-POST-AMT TO WS-RPT-AMT-AMOUNT
           PERFORM 4500-WRITE-AMOUNT-LINE
           MOVE "REJECTED BY THE LEDGER:" TO WS-RPT-AMT-LABEL
           MOVE WS-TF-LREJ-CNT TO WS-RPT-AMT-COUNT
           MOVE WS-TF-LREJ-AMT TO WS-RPT-AMT-AMOUNT
           PERFORM 4500-WRITE-AMOUNT-LINE
           MOVE "STILL PENDING AN ACKNOWLEDGMENT:" TO WS-RPT-AMT-LABEL
           MOVE WS-TF-PEND-CNT TO WS-RPT-AMT-COUNT
           MOVE WS-TF-PEND-AMT TO WS-RPT-AMT-AMOUNT
           PERFORM 4500-WRITE-AMOUNT-LINE
           MOVE SPACES TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           IF WS-BREAK-COUNT = ZERO
               MOVE "PROOF IN BALANCE - EVERY PAIR RECEIVED IS "
                   TO WS-RPT-MSG-TEXT
               MOVE "ACCOUNTED FOR AT EVERY HAND-OFF"
                   TO WS-RPT-MSG-TEXT(43:31)
               PERFORM 4400-WRITE-MSG-LINE
           ELSE
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "*** PROOF BREAK - " TO WS-RPT-MSG-TEXT(1:18)
               MOVE WS-BREAK-COUNT TO WS-RPT-MSG-TEXT(19:7)
               MOVE " UNEXPLAINED DIFFERENCE(S) - SEE LINES MARKED "
                   TO WS-RPT-MSG-TEXT(26:46)
               MOVE "BREAK ***" TO WS-RPT-MSG-TEXT(72:9)
               PERFORM 4400-WRITE-MSG-LINE
               DISPLAY "*** DAILY PROOF BREAK FOR " WS-PROOF-DATE
                   " CYCLE " WS-PROOF-CYCLE " - " WS-BREAK-COUNT
                   " DIFFERENCE(S) ***"
           END-IF.

       4100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-PROOF-DATE TO WS-RPT-PROOF-DATE
           MOVE WS-PROOF-CYCLE TO WS-RPT-PROOF-CYCLE
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-RPT-HEADER-2 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-RPT-HEADER-3 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4250-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-PRFRPT-STATUS NOT = "00"
               MOVE "PROOF-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-PRFRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Received, less accounted for, less passed on must be zero.
      * Differences on the total lines are not counted again.
       4300-PRINT-STAGE-LINE.
           COMPUTE WS-SG-DIFF-CNT =
               WS-SG-IN-CNT - WS-SG-OUT-CNT - WS-SG-ACCT-CNT
           COMPUTE WS-SG-DIFF-AMT =
               WS-SG-IN-AMT - WS-SG-OUT-AMT - WS-SG-ACCT-AMT
           MOVE SPACES TO WS-RPT-PF-FLAG
           IF WS-SG-DIFF-CNT NOT = ZERO
                   OR WS-SG-DIFF-AMT NOT = ZERO
               MOVE "BREAK" TO WS-RPT-PF-FLAG
               IF NOT WS-PRINTING-TOTALS
                   MOVE 'Y' TO WS-BATCH-BROKEN-SWITCH
                   ADD 1 TO WS-BREAK-COUNT
                   IF WS-SG-DIFF-AMT < ZERO
                       SUBTRACT WS-SG-DIFF-AMT FROM WS-BREAK-AMOUNT
                   ELSE
                       ADD WS-SG-DIFF-AMT TO WS-BREAK-AMOUNT
                   END-IF
               END-IF
           END-IF
           MOVE WS-SG-BATCH-ID TO WS-RPT-PF-BATCH
           MOVE WS-SG-DEPT TO WS-RPT-PF-DEPT
           MOVE WS-SG-NAME TO WS-RPT-PF-STAGE
           MOVE WS-SG-IN-CNT TO WS-RPT-PF-IN-CNT
           MOVE WS-SG-IN-AMT TO WS-RPT-PF-IN-AMT
           MOVE WS-SG-OUT-CNT TO WS-RPT-PF-OUT-CNT
           MOVE WS-SG-OUT-AMT TO WS-RPT-PF-OUT-AMT
           MOVE WS-SG-ACCT-CNT TO WS-RPT-PF-ACCT-CNT
           MOVE WS-SG-ACCT-AMT TO WS-RPT-PF-ACCT-AMT
           MOVE WS-SG-DIFF-CNT TO WS-RPT-PF-DIFF-CNT
           MOVE WS-SG-DIFF-AMT TO WS-RPT-PF-DIFF-AMT
           MOVE WS-RPT-PROOF-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

       4400-WRITE-MSG-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE SPACES TO WS-RPT-MSG-TEXT.

       4500-WRITE-AMOUNT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           ADD 1 TO WS-LINE-COUNT.

      * Keyed under the proved date and cycle so AMTAUD00 prints it
      * with that run's own history.
       5000-WRITE-BREAK-EVENT.
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
               IF WS-AUDIT-STATUS NOT = "00"
                   MOVE "AUDIT-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           MOVE SPACES TO AUDIT-RECORD
           MOVE ZERO TO AUDIT-RECORDS-READ
           MOVE ZERO TO AUDIT-CONTROL-TOTAL
           MOVE ZERO TO AUDIT-START-TIME
           MOVE ZERO TO AUDIT-END-TIME
           MOVE WS-PROOF-DATE TO AUDIT-RUN-DATE
           MOVE WS-PROOF-CYCLE TO AUDIT-CYCLE
           ACCEPT WS-AUDIT-EVENT-TIME FROM TIME
           MOVE WS-AUDIT-EVENT-TIME TO AUDIT-EVENT-TIME
           MOVE 1 TO AUDIT-EVENT-SEQ
           MOVE "PROOFBRK" TO AUDIT-EVENT-CODE
           MOVE WS-FIRST-BREAK-BATCH TO AUDIT-BATCH-ID
           MOVE "PROOF" TO AUDIT-RUN-MODE
           MOVE 'N' TO AUDIT-RESTART-IND
           MOVE WS-BREAK-COUNT TO AUDIT-RECORDS-READ
           MOVE "DAILY PROOF BREAK" TO AUDIT-EVENT-TEXT
           MOVE WS-BREAK-AMOUNT TO AUDIT-CONTROL-TOTAL
           MOVE 'O' TO AUDIT-BALANCE-STATUS
           MOVE WS-AUDIT-START-TIME TO AUDIT-START-TIME
           MOVE WS-AUDIT-EVENT-TIME TO AUDIT-END-TIME
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "*** AUDIT EVENT NOT WRITTEN - "
                       "DUPLICATE KEY " AUDIT-KEY " ***"
           END-WRITE
           CLOSE AUDIT-FILE.

      * Batch ids are unique within a date and cycle; the department
      * is filled in from the first step that knows it. A suspense
      * item written before SUSP-DEPT was carried has it blank, and
      * a blank never replaces a department already filled in.
       5100-FIND-BATCH.
           MOVE ZERO TO WS-PB-HIT-IX
           PERFORM 5150-SCAN-BATCH-TABLE
               VARYING WS-PB-IX FROM 1 BY 1
               UNTIL WS-PB-IX > WS-PB-COUNT
           IF WS-PB-HIT-IX = ZERO
               IF WS-PB-COUNT < WS-PB-MAX
                   ADD 1 TO WS-PB-COUNT
                   MOVE WS-PB-COUNT TO WS-PB-HIT-IX
                   MOVE WS-KEY-BATCH-ID TO WS-PB-BATCH-ID(WS-PB-HIT-IX)
                   MOVE SPACES TO WS-PB-DEPT(WS-PB-HIT-IX)
                   PERFORM 5200-CLEAR-NEW-ENTRY
               ELSE
                   ADD 1 TO WS-PB-DROPPED
               END-IF
           END-IF
           IF WS-PB-HIT-IX > ZERO
               IF WS-PB-DEPT(WS-PB-HIT-IX) = SPACES
                   MOVE WS-KEY-DEPT TO WS-PB-DEPT(WS-PB-HIT-IX)
               END-IF
           END-IF.

       5150-SCAN-BATCH-TABLE.
           IF WS-PB-BATCH-ID(WS-PB-IX) = WS-KEY-BATCH-ID
               MOVE WS-PB-IX TO WS-PB-HIT-IX
               MOVE WS-PB-COUNT TO WS-PB-IX
           END-IF.

       5200-CLEAR-NEW-ENTRY.
           MOVE ZERO TO WS-PB-READ-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-READ-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-EREJ-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-EREJ-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-PASS-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-PASS-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-SUSP-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-SUSP-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-GLF-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-GLF-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-POST-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-POST-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-LREJ-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-LREJ-AMT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-PEND-CNT(WS-PB-HIT-IX)
           MOVE ZERO TO WS-PB-PEND-AMT(WS-PB-HIT-IX).

       9000-TERMINATE.
           CLOSE PROOF-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
