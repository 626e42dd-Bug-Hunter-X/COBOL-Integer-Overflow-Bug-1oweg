      ******************************************************************
      * PROGRAM:  AMTRTN00
      * PURPOSE:  Builds the department return file after each nightly
      *           cycle, so every feeder department (TRAN-HDR-DEPT)
      *           learns what happened to the batches it sent without
      *           phoning operations. For one business date and cycle
      *           it gathers what each step left behind:
      *             EDTSTAT   - pairs AMTEDT00 read, by batch
      *             EDITREJ   - pairs the edit refused, and whole
      *                         batches rejected for their department
      *                         (UDPT/IDPT/UBAT/UCUR/NORT on the header
      *                         record)
      *             SUSPENSE  - pairs AMTSUM00 held out of the feed,
      *                         and earlier items AMTCOR00 has since
      *                         resubmitted or written off
      *             GLFEED    - pairs accepted into the ledger feed
      *             AUDITTRL  - BATCHOOB events for batches that did
      *                         not agree with their trailer
      *             BUSCAL    - the 'S' schedule of batches due
      *           and writes, per department (see RETREC): a batch
      *           acknowledgment for every batch received (accepted,
      *           rejected or out of balance, with counts and totals),
      *           one detail per rejected pair with its reason code
      *           and plain-language text, a status record for every
      *           suspense item whose resubmission or write-off was
      *           applied on the business date, and a notice for
      *           every scheduled batch that never arrived. Status
      *           records and missing-batch notices belong to the
      *           day's scheduled (first) cycle only, as in AMTSUM00.
      *           Records go to RTNWORK in the order they are found,
      *           each carrying its department and record class; the
      *           JCL sorts them into RTNFILE. The department headers
      *           and trailers (with record counts) are written last.
      *           A suspense item from before SUSP-DEPT was carried is
      *           returned to the department whose DEPTMAST entry
      *           allows its batch id.
      *           The date and cycle come from PARM, as for AMTPRF00:
      *             PARM='YYYYMMDDCC'          business date and cycle
      *             PARM='YYYYMMDDCCYYYYMMDD'  the same, plus the date
      *                                        AMTSUM00 stamped on the
      *                                        feed when it diverted a
      *                                        closed-period run
      *             NO PARM                    the BUSCAL 'B' card
      *           RETURN-CODE 0 = complete. 8 = a table overflowed and
      *           some batches or departments are missing from the
      *           return file (see RTNRPT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTRTN00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

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

           SELECT AUDIT-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RTN-WORK-FILE ASSIGN TO RTNWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNWORK-STATUS.

           SELECT RETURN-RPT ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTNRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

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

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  RTN-WORK-FILE
           RECORDING MODE IS F.
       COPY RETREC.

       FD  RETURN-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-EDTSTAT-STATUS           PIC X(2).
       01  WS-EDITREJ-STATUS           PIC X(2).
       01  WS-SUSPENSE-STATUS          PIC X(2).
       01  WS-GLFEED-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-RTNWORK-STATUS           PIC X(2).
       01  WS-RTNRPT-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

      * EDTSTAT records use the RUNSTAT layout; each is moved here to
      * be examined.
       COPY RUNSTAT.

       01  WS-SWITCHES.
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-EDTSTAT-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-EDTSTAT-END          VALUE 'Y'.
           05  WS-EDITREJ-EOF-SWITCH   PIC X VALUE 'N'.
               88  WS-EDITREJ-END          VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-SUSP-END             VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-FEED-END             VALUE 'Y'.
           05  WS-AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
               88  WS-AUDIT-END            VALUE 'Y'.

       01  WS-RETURN-CONTROL.
           05  WS-RTN-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-RTN-CYCLE            PIC 9(2)  VALUE 1.
           05  WS-FEED-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-PAIR-AMOUNT          PIC S9(12)V99 VALUE ZERO.
           05  WS-REASON-WORK          PIC X(4)  VALUE SPACES.
           05  WS-CREATE-TIME          PIC 9(8)  VALUE ZERO.
           05  WS-EDIT-RUN-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-OOB-EVENT-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-NO-DEPT-COUNT        PIC 9(7)  VALUE ZERO.

       01  WS-KEY-WORK.
           05  WS-KEY-BATCH-ID         PIC X(8).
           05  WS-KEY-DEPT             PIC X(4).

      * Department master, kept only to find the department of a
      * suspense item written before SUSP-DEPT was carried.
       01  WS-DEPT-MAP-AREA.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-BX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-DEPT          PIC X(4).
               10  WS-DM-BATCH-ID      PIC X(8) OCCURS 6 TIMES.

      * BUSCAL 'S' cards - the batches due on the business day.
       01  WS-SCHED-TABLE-AREA.
           05  WS-SC-MAX               PIC S9(4) COMP VALUE +50.
           05  WS-SC-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-SC-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-SC-ENTRY OCCURS 50 TIMES.
               10  WS-SC-BATCH-ID      PIC X(8).
               10  WS-SC-DEPT          PIC X(4).

      * One entry per batch id seen at any step for the date/cycle.
      * READ from EDTSTAT, EREJ from EDITREJ, SUSP from SUSPENSE, GLF
      * from GLFEED; TRL is the trailer of an out-of-balance batch.
       01  WS-BATCH-TABLE-AREA.
           05  WS-RB-MAX               PIC S9(4) COMP VALUE +300.
           05  WS-RB-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-RB-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-RB-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-RB-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-RB-ENTRY OCCURS 300 TIMES.
               10  WS-RB-BATCH-ID      PIC X(8).
               10  WS-RB-DEPT          PIC X(4).
               10  WS-RB-REJ-REASON    PIC X(4).
               10  WS-RB-OOB-FLAG      PIC X(1).
               10  WS-RB-READ-CNT      PIC 9(7).
               10  WS-RB-READ-AMT      PIC S9(12)V99.
               10  WS-RB-EREJ-CNT      PIC 9(7).
               10  WS-RB-EREJ-AMT      PIC S9(12)V99.
               10  WS-RB-SUSP-CNT      PIC 9(7).
               10  WS-RB-SUSP-AMT      PIC S9(12)V99.
               10  WS-RB-GLF-CNT       PIC 9(7).
               10  WS-RB-GLF-AMT       PIC S9(12)V99.
               10  WS-RB-TRL-CNT       PIC 9(7).
               10  WS-RB-TRL-AMT       PIC S9(12)V99.

      * One entry per department written to, with its record counts
      * for the trailer and the control report.
       01  WS-DEPT-TABLE-AREA.
           05  WS-DP-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DP-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DP-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DP-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DP-DROPPED           PIC 9(7)      VALUE ZERO.
           05  WS-DP-ENTRY OCCURS 200 TIMES.
               10  WS-DP-DEPT          PIC X(4).
               10  WS-DP-ACK-COUNT     PIC 9(7).
               10  WS-DP-REJ-COUNT     PIC 9(7).
               10  WS-DP-STS-COUNT     PIC 9(7).
               10  WS-DP-MIS-COUNT     PIC 9(7).

       01  WS-RETURN-TOTALS.
           05  WS-TOT-ACK-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-TOT-REJ-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-TOT-STS-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-TOT-MIS-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-TOT-REC-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-DEPT-REC-COUNT       PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-PAGE-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-MAX-LINES            PIC 9(3)  VALUE 55.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2)  VALUE 1.
           05  WS-RUN-DATE             PIC X(10).

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(36)
               VALUE "DEPARTMENT RETURN FILE FOR BUS DATE:".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-RTN-DATE         PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE "  CYCLE ".
           05  WS-RPT-RTN-CYCLE        PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "PAGE ".
           05  WS-RPT-PAGE             PIC ZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-HEADER-2.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "DEPT".
           05  FILLER                  PIC X(12) VALUE " BATCH ACKS".
           05  FILLER                  PIC X(12) VALUE "    REJECTS".
           05  FILLER                  PIC X(12) VALUE "   STATUSES".
           05  FILLER                  PIC X(12) VALUE "    MISSING".
           05  FILLER                  PIC X(12) VALUE "    RECORDS".
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-DEPT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-DP-DEPT          PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPT-DP-ACK           PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-RPT-DP-REJ           PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-RPT-DP-STS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-RPT-DP-MIS           PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-RPT-DP-REC           PIC ZZZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

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
           PERFORM 2700-LOAD-OOB-EVENTS
           PERFORM 3000-WRITE-BATCH-ACKS
           PERFORM 3500-WRITE-MISSING-NOTICES
           PERFORM 3800-WRITE-DEPT-BRACKETS
           PERFORM 4000-PRINT-RETURN-SUMMARY
           IF WS-RB-DROPPED > ZERO OR WS-DP-DROPPED > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CREATE-TIME FROM TIME
           PERFORM 1100-GET-RUN-DATE
           PERFORM 1200-GET-RETURN-DATE
           PERFORM 1300-LOAD-DEPT-MAP
           OPEN OUTPUT RTN-WORK-FILE
           IF WS-RTNWORK-STATUS NOT = "00"
               MOVE "RTN-WORK" TO WS-FATAL-FILE-NAME
               MOVE WS-RTNWORK-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT RETURN-RPT
           IF WS-RTNRPT-STATUS NOT = "00"
               MOVE "RETURN-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-RTNRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 4100-PRINT-HEADINGS
           IF WS-FEED-DATE NOT = WS-RTN-DATE
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "SUSPENSE AND FEED FIGURES TAKEN UNDER THE "
                   TO WS-RPT-MSG-TEXT(1:42)
               MOVE "DIVERTED FEED DATE " TO WS-RPT-MSG-TEXT(43:19)
               MOVE WS-FEED-DATE TO WS-RPT-MSG-TEXT(62:8)
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
                   WS-BUSCAL-STATUS ") - SYSTEM DATE USED, NO "
                   "SCHEDULE CHECKED ***"
           END-IF.

       1160-READ-CALENDAR-RECORD.
           READ CAL-FILE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF-SWITCH
               NOT AT END
                   EVALUATE TRUE
                       WHEN CAL-BUSDATE-REC
                           IF CAL-BUS-DATE IS NUMERIC
                               MOVE CAL-BUS-DATE TO WS-BUS-DATE-8
                           END-IF
                           IF CAL-BUS-CYCLE IS NUMERIC
                                   AND CAL-BUS-CYCLE > ZERO
                               MOVE CAL-BUS-CYCLE TO WS-BUS-CYCLE
                           END-IF
                       WHEN CAL-SCHEDULE-REC
                           IF WS-SC-COUNT < WS-SC-MAX
                               ADD 1 TO WS-SC-COUNT
                               MOVE CAL-SCH-BATCH-ID
                                   TO WS-SC-BATCH-ID(WS-SC-COUNT)
                               MOVE CAL-SCH-DEPT
                                   TO WS-SC-DEPT(WS-SC-COUNT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-BUSCAL-STATUS NOT = "00"
                   AND WS-BUSCAL-STATUS NOT = "10"
               MOVE "CAL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-BUSCAL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * With no PARM the business date and cycle on BUSCAL are used.
      * The feed date differs only when AMTSUM00 diverted the run.
       1200-GET-RETURN-DATE.
           EVALUATE TRUE
               WHEN LS-PARM-LEN = ZERO
                   MOVE WS-BUS-DATE-8 TO WS-RTN-DATE
                   MOVE WS-BUS-CYCLE TO WS-RTN-CYCLE
                   MOVE WS-BUS-DATE-8 TO WS-FEED-DATE
               WHEN LS-PARM-LEN = 10
                       AND LS-PARM-TEXT(1:10) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-RTN-DATE
                   MOVE LS-PARM-TEXT(9:2) TO WS-RTN-CYCLE
                   MOVE LS-PARM-TEXT(1:8) TO WS-FEED-DATE
               WHEN LS-PARM-LEN = 18
                       AND LS-PARM-TEXT(1:18) IS NUMERIC
                   MOVE LS-PARM-TEXT(1:8) TO WS-RTN-DATE
                   MOVE LS-PARM-TEXT(9:2) TO WS-RTN-CYCLE
                   MOVE LS-PARM-TEXT(11:8) TO WS-FEED-DATE
               WHEN OTHER
                   DISPLAY "*** INVALID PARM - EXPECTED YYYYMMDDCC OR "
                       "YYYYMMDDCCYYYYMMDD *** JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF WS-RTN-CYCLE = ZERO
               MOVE 1 TO WS-RTN-CYCLE
           END-IF.

       1300-LOAD-DEPT-MAP.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
               PERFORM 1310-LOAD-DEPT-RECORD
                   UNTIL WS-DEPT-END
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "*** DEPTMAST NOT AVAILABLE (STATUS="
                   WS-DEPT-STATUS ") - OLD SUSPENSE ITEMS MAY HAVE "
                   "NO DEPARTMENT ***"
           END-IF
           IF WS-DM-DROPPED > ZERO
               DISPLAY "*** DEPTMAST TABLE FULL - " WS-DM-DROPPED
                   " DEPARTMENTS NOT LOADED ***"
           END-IF.

       1310-LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-CODE TO WS-DM-DEPT(WS-DM-COUNT)
                       PERFORM 1320-LOAD-DEPT-BATCH
                           VARYING WS-DM-BX FROM 1 BY 1
                           UNTIL WS-DM-BX > 6
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

       1320-LOAD-DEPT-BATCH.
           MOVE DEPT-BATCH-ID(WS-DM-BX)
               TO WS-DM-BATCH-ID(WS-DM-COUNT, WS-DM-BX).

      * Edit statistics give the pairs each batch sent. A later run
      * header for the same date and cycle (an edit rerun) clears the
      * figures loaded so far.
       2000-LOAD-EDIT-STATS.
           OPEN INPUT EDT-STAT-FILE
           IF WS-EDTSTAT-STATUS = "00"
               PERFORM 2050-READ-EDIT-STAT
                   UNTIL WS-EDTSTAT-END
               CLOSE EDT-STAT-FILE
           ELSE
               DISPLAY "*** EDTSTAT NOT AVAILABLE (STATUS="
                   WS-EDTSTAT-STATUS ") - PAIRS RECEIVED TAKEN FROM "
                   "THE OTHER FILES ***"
           END-IF.

       2050-READ-EDIT-STAT.
           READ EDT-STAT-FILE
               AT END
                   MOVE 'Y' TO WS-EDTSTAT-EOF-SWITCH
               NOT AT END
                   MOVE EDT-STAT-RECORD TO RSTAT-RECORD
                   IF RSTAT-ITEM-DATE = WS-RTN-DATE
                           AND RSTAT-ITEM-CYCLE = WS-RTN-CYCLE
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
                   VARYING WS-RB-IX FROM 1 BY 1
                   UNTIL WS-RB-IX > WS-RB-COUNT
           END-IF
           IF RSTAT-BATCH-STAT
                   AND RSTAT-STAT-CODE = "READ"
               MOVE RSTAT-BATCH-ID TO WS-KEY-BATCH-ID
               MOVE RSTAT-DEPT TO WS-KEY-DEPT
               PERFORM 5100-FIND-BATCH
               IF WS-RB-HIT-IX > ZERO
                   ADD RSTAT-COUNT TO WS-RB-READ-CNT(WS-RB-HIT-IX)
                   ADD RSTAT-AMOUNT TO WS-RB-READ-AMT(WS-RB-HIT-IX)
               END-IF
           END-IF.

       2150-CLEAR-EDIT-FIGURES.
           MOVE ZERO TO WS-RB-READ-CNT(WS-RB-IX)
           MOVE ZERO TO WS-RB-READ-AMT(WS-RB-IX).

      * Edit rejects. The header of a batch rejected whole carries the
      * batch reason; every other record set aside (a detail pair, or
      * a record of no known type) is returned as a reject detail.
       2200-LOAD-EDIT-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-EDITREJ-STATUS = "00"
               PERFORM 2250-READ-EDIT-REJECT
                   UNTIL WS-EDITREJ-END
               CLOSE REJECT-FILE
           ELSE
               DISPLAY "*** EDITREJ NOT AVAILABLE (STATUS="
                   WS-EDITREJ-STATUS ") - NO EDIT REJECTS RETURNED ***"
           END-IF.

       2250-READ-EDIT-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE 'Y' TO WS-EDITREJ-EOF-SWITCH
               NOT AT END
                   IF REJ-RUN-DATE = WS-RTN-DATE
                           AND REJ-CYCLE = WS-RTN-CYCLE
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
           EVALUATE REJ-TRAN-TYPE
               WHEN 'H'
                   IF WS-RB-HIT-IX > ZERO
                       MOVE REJ-REASON-CODE
                           TO WS-RB-REJ-REASON(WS-RB-HIT-IX)
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   IF REJ-TRAN-TYPE = 'D' AND WS-RB-HIT-IX > ZERO
                       ADD 1 TO WS-RB-EREJ-CNT(WS-RB-HIT-IX)
                       IF REJ-TRAN-DATA-1 IS NUMERIC
                               AND REJ-TRAN-DATA-2 IS NUMERIC
                           COMPUTE WS-PAIR-AMOUNT =
                               REJ-TRAN-DATA-1 + REJ-TRAN-DATA-2
                           ADD WS-PAIR-AMOUNT
                               TO WS-RB-EREJ-AMT(WS-RB-HIT-IX)
                       END-IF
                   END-IF
                   PERFORM 2350-WRITE-EDIT-DETAIL
           END-EVALUATE.

       2350-WRITE-EDIT-DETAIL.
           MOVE SPACES TO RTN-RECORD
           MOVE REJ-DEPT TO RTN-DEPT
           MOVE 2 TO RTN-REC-CLASS
           MOVE 'R' TO RTN-REC-TYPE
           MOVE REJ-BATCH-ID TO RTN-BATCH-ID
           MOVE 'E' TO RTN-RJ-SOURCE
           MOVE REJ-REASON-CODE TO RTN-RJ-REASON
           MOVE REJ-IMAGE(2:18) TO RTN-RJ-AMOUNTS
           MOVE ZERO TO RTN-RJ-SUSP-SEQ
           MOVE REJ-REASON-CODE TO WS-REASON-WORK
           PERFORM 6000-SET-REASON-TEXT
           PERFORM 5000-WRITE-RETURN-RECORD.

      * Suspense items of the run are the pairs AMTSUM00 held out of
      * the feed (DUPK/CTOV information items are in the feed; BADT
      * and NOTR items carry no pair - a NOTR batch is reported out of
      * balance through its BATCHOOB event). Items resubmitted or
      * written off on the business date are reported once, with the
      * day's scheduled cycle, since AMTCOR00 runs before it.
       2400-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM 2450-READ-SUSPENSE
                   UNTIL WS-SUSP-END
               CLOSE SUSPENSE-FILE
           ELSE
               DISPLAY "*** SUSPENSE NOT AVAILABLE (STATUS="
                   WS-SUSPENSE-STATUS ") - NO SUSPENSE ITEMS "
                   "RETURNED ***"
           END-IF.

       2450-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
               NOT AT END
                   IF SUSP-RUN-DATE = WS-FEED-DATE
                           AND SUSP-CYCLE = WS-RTN-CYCLE
                           AND NOT SUSP-INFO-ONLY
                           AND SUSP-REASON-CODE NOT = "BADT"
                           AND SUSP-REASON-CODE NOT = "NOTR"
                       PERFORM 2500-APPLY-SUSPENSE
                   END-IF
                   IF WS-RTN-CYCLE = 1
                           AND SUSP-STATUS-DATE IS NUMERIC
                       IF SUSP-STATUS-DATE = WS-RTN-DATE
                               AND (SUSP-RESUBMITTED
                                    OR SUSP-WRITTEN-OFF)
                           PERFORM 2550-WRITE-STATUS-CHANGE
                       END-IF
                   END-IF
           END-READ
           IF WS-SUSPENSE-STATUS NOT = "00"
                   AND WS-SUSPENSE-STATUS NOT = "10"
               MOVE "SUSPENSE" TO WS-FATAL-FILE-NAME
               MOVE WS-SUSPENSE-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2500-APPLY-SUSPENSE.
           MOVE SUSP-BATCH-ID TO WS-KEY-BATCH-ID
           MOVE SUSP-DEPT TO WS-KEY-DEPT
           PERFORM 5100-FIND-BATCH
           MOVE SPACES TO RTN-RECORD
           MOVE SUSP-DEPT TO RTN-DEPT
           IF WS-RB-HIT-IX > ZERO
               COMPUTE WS-PAIR-AMOUNT = SUSP-DATA-1 + SUSP-DATA-2
               ADD 1 TO WS-RB-SUSP-CNT(WS-RB-HIT-IX)
               ADD WS-PAIR-AMOUNT TO WS-RB-SUSP-AMT(WS-RB-HIT-IX)
               IF SUSP-DEPT = SPACES
                   MOVE WS-RB-DEPT(WS-RB-HIT-IX) TO RTN-DEPT
               END-IF
           END-IF
           MOVE 2 TO RTN-REC-CLASS
           MOVE 'R' TO RTN-REC-TYPE
           MOVE SUSP-BATCH-ID TO RTN-BATCH-ID
           MOVE 'S' TO RTN-RJ-SOURCE
           MOVE SUSP-REASON-CODE TO RTN-RJ-REASON
           MOVE SUSP-DATA-1 TO RTN-RJ-DATA-1
           MOVE SUSP-DATA-2 TO RTN-RJ-DATA-2
           MOVE SUSP-SEQ TO RTN-RJ-SUSP-SEQ
           MOVE SUSP-REASON-CODE TO WS-REASON-WORK
           PERFORM 6000-SET-REASON-TEXT
           PERFORM 5000-WRITE-RETURN-RECORD.

       2550-WRITE-STATUS-CHANGE.
           MOVE SPACES TO RTN-RECORD
           MOVE SUSP-DEPT TO RTN-DEPT
           IF SUSP-DEPT = SPACES
               PERFORM 2560-FIND-DEPT-FOR-BATCH
           END-IF
           MOVE 3 TO RTN-REC-CLASS
           MOVE 'S' TO RTN-REC-TYPE
           MOVE SUSP-BATCH-ID TO RTN-BATCH-ID
           MOVE SUSP-STATUS TO RTN-ST-NEW-STATUS
           MOVE SUSP-REASON-CODE TO RTN-ST-REASON
           MOVE SUSP-DATA-1 TO RTN-ST-DATA-1
           MOVE SUSP-DATA-2 TO RTN-ST-DATA-2
           MOVE SUSP-RUN-DATE TO RTN-ST-SUSP-DATE
           MOVE SUSP-CYCLE TO RTN-ST-SUSP-CYCLE
           MOVE SUSP-SEQ TO RTN-ST-SUSP-SEQ
           IF SUSP-RESUBMITTED
               MOVE "CORRECTED AND RESUBMITTED BY OPERATIONS - POSTS "
                   TO RTN-TEXT
               MOVE "IN NEXT RUN" TO RTN-TEXT(49:11)
           ELSE
               MOVE "WRITTEN OFF BY OPERATIONS - EXPENSED TO "
                   TO RTN-TEXT
               MOVE "WRITE-OFF ACCT" TO RTN-TEXT(41:14)
           END-IF
           PERFORM 5000-WRITE-RETURN-RECORD.

      * An item from before SUSP-DEPT was carried goes to the first
      * department allowed to send its batch id; failing that it is
      * returned under a blank department for operations to route.
       2560-FIND-DEPT-FOR-BATCH.
           PERFORM 2570-SCAN-DEPT-MAP
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT
           IF RTN-DEPT = SPACES
               ADD 1 TO WS-NO-DEPT-COUNT
           END-IF.

       2570-SCAN-DEPT-MAP.
           PERFORM 2580-SCAN-DEPT-BATCHES
               VARYING WS-DM-BX FROM 1 BY 1
               UNTIL WS-DM-BX > 6
           IF RTN-DEPT NOT = SPACES
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

       2580-SCAN-DEPT-BATCHES.
           IF WS-DM-BATCH-ID(WS-DM-IX, WS-DM-BX) = SUSP-BATCH-ID
               MOVE WS-DM-DEPT(WS-DM-IX) TO RTN-DEPT
               MOVE 6 TO WS-DM-BX
           END-IF.

      * GLFEED carries every cycle of the day; reversal offsets go to
      * REVFEED and suspense write-offs to WOFEED, and neither is part
      * of what the feeder sent.
       2600-LOAD-GL-FEED.
           OPEN INPUT GL-FEED-FILE
           IF WS-GLFEED-STATUS = "00"
               PERFORM 2650-READ-GL-FEED
                   UNTIL WS-FEED-END
               CLOSE GL-FEED-FILE
           ELSE
               DISPLAY "*** GLFEED NOT AVAILABLE (STATUS="
                   WS-GLFEED-STATUS ") - NO PAIRS SHOWN ACCEPTED ***"
           END-IF.

       2650-READ-GL-FEED.
           READ GL-FEED-FILE
               AT END
                   MOVE 'Y' TO WS-FEED-EOF-SWITCH
               NOT AT END
                   IF GL-DATE = WS-FEED-DATE
                           AND GL-CYCLE = WS-RTN-CYCLE
                           AND NOT GL-REVERSAL-ENTRY
                       MOVE GL-BATCH-ID TO WS-KEY-BATCH-ID
                       MOVE GL-DEPT TO WS-KEY-DEPT
                       PERFORM 5100-FIND-BATCH
                       IF WS-RB-HIT-IX > ZERO
                           ADD 1 TO WS-RB-GLF-CNT(WS-RB-HIT-IX)
                           ADD GL-TRAN-TOTAL
                               TO WS-RB-GLF-AMT(WS-RB-HIT-IX)
                       END-IF
                   END-IF
           END-READ
           IF WS-GLFEED-STATUS NOT = "00"
                   AND WS-GLFEED-STATUS NOT = "10"
               MOVE "GL-FEED-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-GLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * BATCHOOB events are keyed under the date AMTSUM00 ran for
      * (the feed date) and cycle; the trailer's count and total are
      * returned so the feeder can see what did not agree.
       2700-LOAD-OOB-EVENTS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "*** AUDITTRL NOT AVAILABLE (STATUS="
                   WS-AUDIT-STATUS ") - NO BATCH SHOWN OUT OF "
                   "BALANCE ***"
           ELSE
               MOVE WS-FEED-DATE TO AUDIT-RUN-DATE
               MOVE WS-RTN-CYCLE TO AUDIT-CYCLE
               MOVE ZERO TO AUDIT-EVENT-TIME
               MOVE ZERO TO AUDIT-EVENT-SEQ
               START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               END-START
               PERFORM 2750-READ-AUDIT-EVENT
                   UNTIL WS-AUDIT-END
               CLOSE AUDIT-FILE
           END-IF.

       2750-READ-AUDIT-EVENT.
           READ AUDIT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
           END-READ
           IF WS-AUDIT-STATUS NOT = "00"
                   AND WS-AUDIT-STATUS NOT = "10"
               MOVE "AUDIT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-AUDIT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF NOT WS-AUDIT-END
               IF AUDIT-RUN-DATE NOT = WS-FEED-DATE
                       OR AUDIT-CYCLE NOT = WS-RTN-CYCLE
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               ELSE
                   IF AUDIT-EVENT-CODE = "BATCHOOB"
                       PERFORM 2800-APPLY-OOB-EVENT
                   END-IF
               END-IF
           END-IF.

       2800-APPLY-OOB-EVENT.
           ADD 1 TO WS-OOB-EVENT-COUNT
           MOVE AUDIT-BATCH-ID TO WS-KEY-BATCH-ID
           MOVE SPACES TO WS-KEY-DEPT
           PERFORM 5100-FIND-BATCH
           IF WS-RB-HIT-IX > ZERO
               MOVE 'Y' TO WS-RB-OOB-FLAG(WS-RB-HIT-IX)
               MOVE AUDIT-OOB-EXP-COUNT TO WS-RB-TRL-CNT(WS-RB-HIT-IX)
               MOVE AUDIT-OOB-EXP-TOTAL TO WS-RB-TRL-AMT(WS-RB-HIT-IX)
           END-IF.

      * A batch rejected whole is 'R'; otherwise one that did not
      * agree with its trailer is 'O'; otherwise it was accepted,
      * though single pairs may still have been rejected. Pairs
      * received come from the edit statistics when there are any.
       3000-WRITE-BATCH-ACKS.
           PERFORM 3100-WRITE-ONE-ACK
               VARYING WS-RB-IX FROM 1 BY 1
               UNTIL WS-RB-IX > WS-RB-COUNT.

       3100-WRITE-ONE-ACK.
           MOVE SPACES TO RTN-RECORD
           MOVE WS-RB-DEPT(WS-RB-IX) TO RTN-DEPT
           MOVE 1 TO RTN-REC-CLASS
           MOVE 'A' TO RTN-REC-TYPE
           MOVE WS-RB-BATCH-ID(WS-RB-IX) TO RTN-BATCH-ID
           MOVE WS-RB-REJ-REASON(WS-RB-IX) TO RTN-ACK-REASON
           COMPUTE RTN-ACK-REJ-COUNT =
               WS-RB-EREJ-CNT(WS-RB-IX) + WS-RB-SUSP-CNT(WS-RB-IX)
           COMPUTE RTN-ACK-REJ-TOTAL =
               WS-RB-EREJ-AMT(WS-RB-IX) + WS-RB-SUSP-AMT(WS-RB-IX)
           MOVE WS-RB-GLF-CNT(WS-RB-IX) TO RTN-ACK-ACC-COUNT
           MOVE WS-RB-GLF-AMT(WS-RB-IX) TO RTN-ACK-ACC-TOTAL
           IF WS-RB-READ-CNT(WS-RB-IX) > ZERO
               MOVE WS-RB-READ-CNT(WS-RB-IX) TO RTN-ACK-RECV-COUNT
               MOVE WS-RB-READ-AMT(WS-RB-IX) TO RTN-ACK-RECV-TOTAL
           ELSE
               COMPUTE RTN-ACK-RECV-COUNT =
                   RTN-ACK-REJ-COUNT + RTN-ACK-ACC-COUNT
               COMPUTE RTN-ACK-RECV-TOTAL =
                   RTN-ACK-REJ-TOTAL + RTN-ACK-ACC-TOTAL
           END-IF
           MOVE WS-RB-TRL-CNT(WS-RB-IX) TO RTN-ACK-TRL-COUNT
           MOVE WS-RB-TRL-AMT(WS-RB-IX) TO RTN-ACK-TRL-TOTAL
           EVALUATE TRUE
               WHEN WS-RB-REJ-REASON(WS-RB-IX) NOT = SPACES
                   MOVE 'R' TO RTN-ACK-STATUS
                   MOVE WS-RB-REJ-REASON(WS-RB-IX) TO WS-REASON-WORK
                   PERFORM 6000-SET-REASON-TEXT
               WHEN WS-RB-OOB-FLAG(WS-RB-IX) = 'Y'
                   MOVE 'O' TO RTN-ACK-STATUS
                   MOVE "COUNT OR TOTAL DID NOT AGREE WITH YOUR "
                       TO RTN-TEXT
                   MOVE "TRAILER" TO RTN-TEXT(40:7)
               WHEN RTN-ACK-REJ-COUNT > ZERO
                   MOVE 'A' TO RTN-ACK-STATUS
                   MOVE "BATCH ACCEPTED - SOME PAIRS REJECTED, SEE "
                       TO RTN-TEXT
                   MOVE "DETAIL" TO RTN-TEXT(43:6)
               WHEN OTHER
                   MOVE 'A' TO RTN-ACK-STATUS
                   MOVE "BATCH ACCEPTED IN FULL" TO RTN-TEXT
           END-EVALUATE
           PERFORM 5000-WRITE-RETURN-RECORD.

      * A scheduled batch counts as received if it turned up at any
      * step - even one rejected whole has been acknowledged.
       3500-WRITE-MISSING-NOTICES.
           IF WS-RTN-CYCLE = 1
               PERFORM 3600-CHECK-SCHEDULE-ENTRY
                   VARYING WS-SC-IX FROM 1 BY 1
                   UNTIL WS-SC-IX > WS-SC-COUNT
           END-IF.

       3600-CHECK-SCHEDULE-ENTRY.
           MOVE ZERO TO WS-RB-HIT-IX
           PERFORM 3650-SCAN-FOR-SCHEDULED
               VARYING WS-RB-IX FROM 1 BY 1
               UNTIL WS-RB-IX > WS-RB-COUNT
           IF WS-RB-HIT-IX = ZERO
               MOVE SPACES TO RTN-RECORD
               MOVE WS-SC-DEPT(WS-SC-IX) TO RTN-DEPT
               MOVE 4 TO RTN-REC-CLASS
               MOVE 'M' TO RTN-REC-TYPE
               MOVE WS-SC-BATCH-ID(WS-SC-IX) TO RTN-BATCH-ID
               MOVE "SCHEDULED BATCH NOT RECEIVED - PLEASE SEND IT"
                   TO RTN-TEXT
               PERFORM 5000-WRITE-RETURN-RECORD
           END-IF.

       3650-SCAN-FOR-SCHEDULED.
           IF WS-RB-BATCH-ID(WS-RB-IX) = WS-SC-BATCH-ID(WS-SC-IX)
                   AND WS-RB-DEPT(WS-RB-IX) = WS-SC-DEPT(WS-SC-IX)
               MOVE WS-RB-IX TO WS-RB-HIT-IX
               MOVE WS-RB-COUNT TO WS-RB-IX
           END-IF.

      * Header and trailer for every department written to. The sort
      * in the JCL puts them around the department's other records.
       3800-WRITE-DEPT-BRACKETS.
           PERFORM 3850-WRITE-ONE-BRACKET
               VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT.

       3850-WRITE-ONE-BRACKET.
           MOVE SPACES TO RTN-RECORD
           MOVE WS-DP-DEPT(WS-DP-IX) TO RTN-DEPT
           MOVE 0 TO RTN-REC-CLASS
           MOVE 'H' TO RTN-REC-TYPE
           MOVE WS-RTN-DATE TO RTN-RUN-DATE
           MOVE WS-RTN-CYCLE TO RTN-CYCLE
           MOVE WS-SYS-DATE-8 TO RTN-HDR-CREATE-DATE
           MOVE WS-CREATE-TIME TO RTN-HDR-CREATE-TIME
           IF WS-DP-DEPT(WS-DP-IX) = SPACES
               MOVE "DEPARTMENT NOT KNOWN - FOR OPERATIONS TO ROUTE"
                   TO RTN-TEXT
           ELSE
               MOVE "RETURN FILE FROM GL AMOUNT SUMMATION"
                   TO RTN-TEXT
           END-IF
           PERFORM 5050-WRITE-WORK-RECORD
           COMPUTE WS-DEPT-REC-COUNT =
               WS-DP-ACK-COUNT(WS-DP-IX) + WS-DP-REJ-COUNT(WS-DP-IX)
               + WS-DP-STS-COUNT(WS-DP-IX) + WS-DP-MIS-COUNT(WS-DP-IX)
               + 2
           MOVE SPACES TO RTN-RECORD
           MOVE WS-DP-DEPT(WS-DP-IX) TO RTN-DEPT
           MOVE 9 TO RTN-REC-CLASS
           MOVE 'T' TO RTN-REC-TYPE
           MOVE WS-RTN-DATE TO RTN-RUN-DATE
           MOVE WS-RTN-CYCLE TO RTN-CYCLE
           MOVE WS-DP-ACK-COUNT(WS-DP-IX) TO RTN-TRL-ACK-COUNT
           MOVE WS-DP-REJ-COUNT(WS-DP-IX) TO RTN-TRL-REJ-COUNT
           MOVE WS-DP-STS-COUNT(WS-DP-IX) TO RTN-TRL-STS-COUNT
           MOVE WS-DP-MIS-COUNT(WS-DP-IX) TO RTN-TRL-MIS-COUNT
           MOVE WS-DEPT-REC-COUNT TO RTN-TRL-REC-COUNT
           MOVE "END OF RETURN FILE" TO RTN-TEXT
           PERFORM 5050-WRITE-WORK-RECORD.

       4000-PRINT-RETURN-SUMMARY.
           PERFORM 4050-PRINT-DEPT-LINE
               VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT
           MOVE "*TOTAL*" TO WS-RPT-DP-DEPT
           MOVE WS-TOT-ACK-COUNT TO WS-RPT-DP-ACK
           MOVE WS-TOT-REJ-COUNT TO WS-RPT-DP-REJ
           MOVE WS-TOT-STS-COUNT TO WS-RPT-DP-STS
           MOVE WS-TOT-MIS-COUNT TO WS-RPT-DP-MIS
           MOVE WS-TOT-REC-COUNT TO WS-RPT-DP-REC
           PERFORM 4300-WRITE-DEPT-LINE
           MOVE SPACES TO WS-RPT-MSG-TEXT
           PERFORM 4400-WRITE-MSG-LINE
           IF WS-DP-COUNT = ZERO
               MOVE "NOTHING TO RETURN FOR THE DATE AND CYCLE"
                   TO WS-RPT-MSG-TEXT
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           IF WS-EDIT-RUN-COUNT > 1
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "EDIT WAS RUN " TO WS-RPT-MSG-TEXT(1:13)
               MOVE WS-EDIT-RUN-COUNT TO WS-RPT-MSG-TEXT(14:3)
               MOVE " TIMES FOR THE DATE AND CYCLE - LATEST RUN'S "
                   TO WS-RPT-MSG-TEXT(17:45)
               MOVE "PAIRS RECEIVED USED" TO WS-RPT-MSG-TEXT(62:19)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           IF WS-OOB-EVENT-COUNT > ZERO
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "OUT-OF-BALANCE EVENTS ON AUDITTRL: "
                   TO WS-RPT-MSG-TEXT(1:35)
               MOVE WS-OOB-EVENT-COUNT TO WS-RPT-MSG-TEXT(36:7)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           IF WS-NO-DEPT-COUNT > ZERO
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "STATUS RECORDS WITH NO DEPARTMENT FOUND: "
                   TO WS-RPT-MSG-TEXT(1:41)
               MOVE WS-NO-DEPT-COUNT TO WS-RPT-MSG-TEXT(42:7)
               MOVE " - RETURNED UNDER A BLANK DEPARTMENT"
                   TO WS-RPT-MSG-TEXT(49:36)
               PERFORM 4400-WRITE-MSG-LINE
           END-IF
           IF WS-RB-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "*** BATCH TABLE FULL - " TO WS-RPT-MSG-TEXT(1:23)
               MOVE WS-RB-DROPPED TO WS-RPT-MSG-TEXT(24:7)
               MOVE " RECORDS OF UNLISTED BATCHES NOT ACKNOWLEDGED ***"
                   TO WS-RPT-MSG-TEXT(31:49)
               PERFORM 4400-WRITE-MSG-LINE
               DISPLAY "*** RETURN FILE BATCH TABLE FULL - "
                   WS-RB-DROPPED " RECORDS NOT ACKNOWLEDGED ***"
           END-IF
           IF WS-DP-DROPPED > ZERO
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "*** DEPARTMENT TABLE FULL - "
                   TO WS-RPT-MSG-TEXT(1:28)
               MOVE WS-DP-DROPPED TO WS-RPT-MSG-TEXT(29:7)
               MOVE " RECORDS HAVE NO DEPARTMENT HEADER/TRAILER ***"
                   TO WS-RPT-MSG-TEXT(36:46)
               PERFORM 4400-WRITE-MSG-LINE
               DISPLAY "*** RETURN FILE DEPARTMENT TABLE FULL - "
                   WS-DP-DROPPED " RECORDS NOT BRACKETED ***"
           END-IF.

       4050-PRINT-DEPT-LINE.
           COMPUTE WS-DEPT-REC-COUNT =
               WS-DP-ACK-COUNT(WS-DP-IX) + WS-DP-REJ-COUNT(WS-DP-IX)
               + WS-DP-STS-COUNT(WS-DP-IX) + WS-DP-MIS-COUNT(WS-DP-IX)
               + 2
           ADD WS-DP-ACK-COUNT(WS-DP-IX) TO WS-TOT-ACK-COUNT
           ADD WS-DP-REJ-COUNT(WS-DP-IX) TO WS-TOT-REJ-COUNT
           ADD WS-DP-STS-COUNT(WS-DP-IX) TO WS-TOT-STS-COUNT
           ADD WS-DP-MIS-COUNT(WS-DP-IX) TO WS-TOT-MIS-COUNT
           ADD WS-DEPT-REC-COUNT TO WS-TOT-REC-COUNT
           MOVE WS-DP-DEPT(WS-DP-IX) TO WS-RPT-DP-DEPT
           IF WS-DP-DEPT(WS-DP-IX) = SPACES
               MOVE "(NONE)" TO WS-RPT-DP-DEPT
           END-IF
           MOVE WS-DP-ACK-COUNT(WS-DP-IX) TO WS-RPT-DP-ACK
           MOVE WS-DP-REJ-COUNT(WS-DP-IX) TO WS-RPT-DP-REJ
           MOVE WS-DP-STS-COUNT(WS-DP-IX) TO WS-RPT-DP-STS
           MOVE WS-DP-MIS-COUNT(WS-DP-IX) TO WS-RPT-DP-MIS
           MOVE WS-DEPT-REC-COUNT TO WS-RPT-DP-REC
           PERFORM 4300-WRITE-DEPT-LINE.

       4100-PRINT-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RTN-DATE TO WS-RPT-RTN-DATE
           MOVE WS-RTN-CYCLE TO WS-RPT-RTN-CYCLE
           MOVE WS-PAGE-COUNT TO WS-RPT-PAGE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE WS-RPT-HEADER-2 TO RPT-LINE
           PERFORM 4250-WRITE-RPT-LINE
           MOVE ZERO TO WS-LINE-COUNT.

       4250-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-RTNRPT-STATUS NOT = "00"
               MOVE "RETURN-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-RTNRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4300-WRITE-DEPT-LINE.
           IF WS-LINE-COUNT >= WS-MAX-LINES
               PERFORM 4100-PRINT-HEADINGS
           END-IF
           MOVE WS-RPT-DEPT-LINE TO RPT-LINE
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

      * Stamps the date and cycle, counts the record against its
      * department for the trailer, and writes it.
       5000-WRITE-RETURN-RECORD.
           MOVE WS-RTN-DATE TO RTN-RUN-DATE
           MOVE WS-RTN-CYCLE TO RTN-CYCLE
           PERFORM 5200-FIND-DEPT
           IF WS-DP-HIT-IX > ZERO
               EVALUATE TRUE
                   WHEN RTN-BATCH-ACK
                       ADD 1 TO WS-DP-ACK-COUNT(WS-DP-HIT-IX)
                   WHEN RTN-REJECT-DETAIL
                       ADD 1 TO WS-DP-REJ-COUNT(WS-DP-HIT-IX)
                   WHEN RTN-STATUS-CHANGE
                       ADD 1 TO WS-DP-STS-COUNT(WS-DP-HIT-IX)
                   WHEN RTN-MISSING-BATCH
                       ADD 1 TO WS-DP-MIS-COUNT(WS-DP-HIT-IX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 5050-WRITE-WORK-RECORD.

       5050-WRITE-WORK-RECORD.
           WRITE RTN-RECORD
           IF WS-RTNWORK-STATUS NOT = "00"
               MOVE "RTN-WORK" TO WS-FATAL-FILE-NAME
               MOVE WS-RTNWORK-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Batch ids are unique within a date and cycle; the department
      * is filled in from the first step that knows it.
       5100-FIND-BATCH.
           MOVE ZERO TO WS-RB-HIT-IX
           PERFORM 5150-SCAN-BATCH-TABLE
               VARYING WS-RB-IX FROM 1 BY 1
               UNTIL WS-RB-IX > WS-RB-COUNT
           IF WS-RB-HIT-IX = ZERO
               IF WS-RB-COUNT < WS-RB-MAX
                   ADD 1 TO WS-RB-COUNT
                   MOVE WS-RB-COUNT TO WS-RB-HIT-IX
                   PERFORM 5180-CLEAR-NEW-BATCH
               ELSE
                   ADD 1 TO WS-RB-DROPPED
               END-IF
           END-IF
           IF WS-RB-HIT-IX > ZERO
               IF WS-RB-DEPT(WS-RB-HIT-IX) = SPACES
                   MOVE WS-KEY-DEPT TO WS-RB-DEPT(WS-RB-HIT-IX)
               END-IF
           END-IF.

       5150-SCAN-BATCH-TABLE.
           IF WS-RB-BATCH-ID(WS-RB-IX) = WS-KEY-BATCH-ID
               MOVE WS-RB-IX TO WS-RB-HIT-IX
               MOVE WS-RB-COUNT TO WS-RB-IX
           END-IF.

       5180-CLEAR-NEW-BATCH.
           MOVE WS-KEY-BATCH-ID TO WS-RB-BATCH-ID(WS-RB-HIT-IX)
           MOVE SPACES TO WS-RB-DEPT(WS-RB-HIT-IX)
           MOVE SPACES TO WS-RB-REJ-REASON(WS-RB-HIT-IX)
           MOVE 'N' TO WS-RB-OOB-FLAG(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-READ-CNT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-READ-AMT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-EREJ-CNT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-EREJ-AMT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-SUSP-CNT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-SUSP-AMT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-GLF-CNT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-GLF-AMT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-TRL-CNT(WS-RB-HIT-IX)
           MOVE ZERO TO WS-RB-TRL-AMT(WS-RB-HIT-IX).

       5200-FIND-DEPT.
           MOVE ZERO TO WS-DP-HIT-IX
           PERFORM 5250-SCAN-DEPT-TABLE
               VARYING WS-DP-IX FROM 1 BY 1
               UNTIL WS-DP-IX > WS-DP-COUNT
           IF WS-DP-HIT-IX = ZERO
               IF WS-DP-COUNT < WS-DP-MAX
                   ADD 1 TO WS-DP-COUNT
                   MOVE WS-DP-COUNT TO WS-DP-HIT-IX
                   MOVE RTN-DEPT TO WS-DP-DEPT(WS-DP-HIT-IX)
                   MOVE ZERO TO WS-DP-ACK-COUNT(WS-DP-HIT-IX)
                   MOVE ZERO TO WS-DP-REJ-COUNT(WS-DP-HIT-IX)
                   MOVE ZERO TO WS-DP-STS-COUNT(WS-DP-HIT-IX)
                   MOVE ZERO TO WS-DP-MIS-COUNT(WS-DP-HIT-IX)
               ELSE
                   ADD 1 TO WS-DP-DROPPED
               END-IF
           END-IF.

       5250-SCAN-DEPT-TABLE.
           IF WS-DP-DEPT(WS-DP-IX) = RTN-DEPT
               MOVE WS-DP-IX TO WS-DP-HIT-IX
               MOVE WS-DP-COUNT TO WS-DP-IX
           END-IF.

      * Plain-language text for a reject reason, as the feeder will
      * read it.
       6000-SET-REASON-TEXT.
           EVALUATE WS-REASON-WORK
               WHEN "NNU1"
                   MOVE "FIRST AMOUNT IS NOT A VALID NUMBER" TO RTN-TEXT
               WHEN "NNU2"
                   MOVE "SECOND AMOUNT IS NOT A VALID NUMBER"
                       TO RTN-TEXT
               WHEN "NEGP"
                   MOVE "BOTH AMOUNTS ARE NEGATIVE" TO RTN-TEXT
               WHEN "CEIL"
                   MOVE "AN AMOUNT IS OUTSIDE THE LIMIT SET FOR YOUR "
                       TO RTN-TEXT
                   MOVE "DEPARTMENT" TO RTN-TEXT(45:10)
               WHEN "BADT"
                   MOVE "RECORD TYPE IS NOT H, D OR T - NOT READ"
                       TO RTN-TEXT
               WHEN "UDPT"
                   MOVE "BATCH REJECTED - DEPARTMENT CODE IS NOT ON "
                       TO RTN-TEXT
                   MOVE "OUR MASTER" TO RTN-TEXT(43:10)
               WHEN "IDPT"
                   MOVE "BATCH REJECTED - DEPARTMENT IS INACTIVE OR "
                       TO RTN-TEXT
                   MOVE "NOT YET IN EFFECT" TO RTN-TEXT(44:17)
               WHEN "UBAT"
                   MOVE "BATCH REJECTED - YOUR DEPARTMENT MAY NOT SEND "
                       TO RTN-TEXT
                   MOVE "THIS BATCH" TO RTN-TEXT(47:10)
               WHEN "UCUR"
                   MOVE "BATCH REJECTED - CURRENCY CODE IS NOT ONE WE "
                       TO RTN-TEXT
                   MOVE "ACCEPT" TO RTN-TEXT(46:6)
               WHEN "NORT"
                   MOVE "BATCH REJECTED - NO EXCHANGE RATE FOR "
                       TO RTN-TEXT
                   MOVE "THE BUSINESS DATE" TO RTN-TEXT(39:17)
               WHEN "OVFL"
                   MOVE "PAIR TOTAL TOO LARGE TO POST - HELD IN "
                       TO RTN-TEXT
                   MOVE "SUSPENSE" TO RTN-TEXT(40:8)
               WHEN OTHER
                   MOVE "REJECTED - CALL OPERATIONS FOR THE REASON"
                       TO RTN-TEXT
           END-EVALUATE.

       9000-TERMINATE.
           CLOSE RTN-WORK-FILE
           CLOSE RETURN-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
