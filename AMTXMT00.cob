      ******************************************************************
      * PROGRAM:  AMTXMT00
      * PURPOSE:  Controlled transmission of a GL feed to the general
      *           ledger. Nothing leaves this system for the ledger
      *           except through this program, which builds the
      *           transmission (XMITOUT - see XMITREC) only when it is
      *           safe to send:
      *             PARM='DAILY' (or no PARM) - the nightly GLFEED for
      *               the newest FEEDCTL entry. Its status must be 'C'
      *               clean or 'R' released, and the newest AMTTRD00
      *               trend check for that date and cycle (TRDSTAT -
      *               see RUNSTAT) must have completed with no batch
      *               flagged. A 'B' backed-out feed is never sent.
      *               The feed records for the date and cycle must
      *               number exactly what FEEDCTL recorded.
      *             PARM='MONTHLY' - the MGLFEED monthly summary from
      *               AMTMON00 (DD MFEEDIN; the nightly GLFEED is
      *               read from DD FEEDIN). Its 'M' month record must
      *               agree with the 'B' batch records before it. The
      *               FEEDCTL and trend checks belong to the nightly
      *               feed and do not apply.
      *             PARM='WRITEOFF' - the suspense write-off entries
      *               AMTCOR00 has added to WOFEED, and
      *             PARM='REVERSAL' - the offsetting entries AMTREV00
      *               has added to REVFEED (either read from DD
      *               FEEDIN). Every record on the feed must carry the
      *               feed's GL-ENTRY-IND ('W' or 'R' - see GLFEED).
      *               The entries are sent under the business date and
      *               cycle (BUSCAL); the job empties the feed once it
      *               has gone, so each business date and cycle sends
      *               only what was written since the last one. A feed
      *               with nothing on it is reported and not sent.
      *               FEEDCTL and the trend checks do not apply.
      *           The feed records are copied unchanged (a monthly
      *           record space-filled to the 120-byte transmission
      *           record) between an envelope header and trailer
      *           carrying the next transmission sequence number, the
      *           record count and the net and hash totals (GL-TOTAL,
      *           in the functional currency the ledger posts), and
      *           each transmission is appended to the permanent
      *           transmit log (XMITLOG - see XMITLOG). A feed already
      *           on the log (same type, run date and cycle) is not
      *           sent again.
      *           A supervisor may control the run with cards on
      *           XMTCTL, each naming the feed it is for:
      *             OVERRIDE - send although the FEEDCTL entry is held
      *                        or trend flags are outstanding (or no
      *                        trend check ran)
      *             RETRANS  - send again a feed already on the log;
      *                        the new transmission takes the next
      *                        sequence number and names the first
      *                        one sent
      *           Who overrode or asked for the retransmit, and why,
      *           is kept on the log and printed on XMTRPT. A card for
      *           any other feed is reported and ignored.
      *           RETURN-CODE 0 = transmission built, 4 = write-off
      *           or reversal feed empty (nothing to send), 8 =
      *           refused (XMTRPT gives the reason; nothing is sent).
      *
      *           XMTCTL CONTROL CARD LAYOUT (LRECL 80):
      *             COL 1-8   ACTION ('OVERRIDE' OR 'RETRANS ')
      *             COL 9-16  SUPERVISOR ID
      *             COL 17-38 REASON TEXT
      *             COL 39-46 FEED RUN DATE (YYYYMMDD, YYYYMM00 FOR
      *                       A MONTHLY FEED, THE BUSINESS DATE FOR A
      *                       WRITE-OFF OR REVERSAL FEED)
      *             COL 47-48 FEED CYCLE (00 FOR A MONTHLY FEED)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTXMT00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT XMTCTL-FILE ASSIGN TO XMTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMTCTL-STATUS.

           SELECT FEEDCTL-FILE ASSIGN TO FEEDCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.

           SELECT STAT-FILE ASSIGN TO TRDSTAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRDSTAT-STATUS.

           SELECT FEED-IN-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT MFEED-IN-FILE ASSIGN TO MFEEDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDIN-STATUS.

           SELECT XMIT-LOG-FILE ASSIGN TO XMITLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMITLOG-STATUS.

           SELECT XMIT-OUT-FILE ASSIGN TO XMITOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMITOUT-STATUS.

           SELECT XMIT-RPT ASSIGN TO XMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  XMTCTL-FILE
           RECORDING MODE IS F.
       01  XMTCTL-RECORD.
           05  XCTL-ACTION             PIC X(8).
               88  XCTL-OVERRIDE           VALUE 'OVERRIDE'.
               88  XCTL-RETRANSMIT         VALUE 'RETRANS '.
           05  XCTL-OPERATOR-ID        PIC X(8).
           05  XCTL-REASON             PIC X(22).
           05  XCTL-RUN-DATE           PIC X(8).
           05  XCTL-CYCLE              PIC X(2).
           05  FILLER                  PIC X(32).

       FD  FEEDCTL-FILE
           RECORDING MODE IS F.
       COPY FEEDCTL.

       FD  STAT-FILE
           RECORDING MODE IS F.
       01  STAT-FILE-RECORD            PIC X(80).

       FD  FEED-IN-FILE
           RECORDING MODE IS F.
       01  FEED-IN-RECORD              PIC X(120).

       FD  MFEED-IN-FILE
           RECORDING MODE IS F.
       01  MFEED-IN-RECORD             PIC X(80).

       FD  XMIT-LOG-FILE
           RECORDING MODE IS F.
       COPY XMITLOG.

       FD  XMIT-OUT-FILE
           RECORDING MODE IS F.
       COPY XMITREC.

       FD  XMIT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-XMTCTL-STATUS            PIC X(2).
       01  WS-FEEDCTL-STATUS           PIC X(2).
       01  WS-TRDSTAT-STATUS           PIC X(2).
       01  WS-FEEDIN-STATUS            PIC X(2).
       01  WS-XMITLOG-STATUS           PIC X(2).
       01  WS-XMITOUT-STATUS           PIC X(2).
       01  WS-XMTRPT-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

      * Feed records are examined in the layout of the feed being
      * sent; TRDSTAT records in the RUNSTAT layout.
       COPY GLFEED.
       COPY GLMSUM.
       COPY RUNSTAT.

       01  WS-SWITCHES.
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-XCTL-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-XCTL-END             VALUE 'Y'.
           05  WS-FCTL-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-FCTL-END             VALUE 'Y'.
           05  WS-STAT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-STAT-END             VALUE 'Y'.
           05  WS-FEED-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-FEED-END             VALUE 'Y'.
           05  WS-XLOG-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-XLOG-END             VALUE 'Y'.
           05  WS-FEED-TYPE            PIC X VALUE 'D'.
               88  WS-DAILY-FEED           VALUE 'D'.
               88  WS-MONTHLY-FEED         VALUE 'M'.
               88  WS-WRITE-OFF-FEED       VALUE 'W'.
               88  WS-REVERSAL-FEED        VALUE 'V'.
               88  WS-ADJUSTMENT-FEED      VALUE 'W' 'V'.
           05  WS-FCTL-FOUND-SWITCH    PIC X VALUE 'N'.
               88  WS-FCTL-FOUND           VALUE 'Y'.
           05  WS-TREND-SET-SWITCH     PIC X VALUE 'N'.
               88  WS-TREND-SET-OPEN       VALUE 'Y'.
           05  WS-TREND-DONE-SWITCH    PIC X VALUE 'N'.
               88  WS-TREND-DONE           VALUE 'Y'.
           05  WS-MONTH-REC-SWITCH     PIC X VALUE 'N'.
               88  WS-MONTH-REC-SEEN       VALUE 'Y'.
           05  WS-OVERRIDE-SWITCH      PIC X VALUE 'N'.
               88  WS-OVERRIDE-GIVEN       VALUE 'Y'.
           05  WS-RETRANS-SWITCH       PIC X VALUE 'N'.
               88  WS-RETRANS-GIVEN        VALUE 'Y'.
           05  WS-OVERRIDE-USED-SWITCH PIC X VALUE 'N'.
               88  WS-OVERRIDE-USED        VALUE 'Y'.
           05  WS-REFUSE-SWITCH        PIC X VALUE 'N'.
               88  WS-REFUSED              VALUE 'Y'.
           05  WS-EMPTY-FEED-SWITCH    PIC X VALUE 'N'.
               88  WS-NOTHING-TO-SEND      VALUE 'Y'.

      * The feed to send: the newest FEEDCTL entry, the month on
      * the monthly summary (YYYYMM00, cycle 00), or the business
      * date and cycle for write-off and reversal entries.
       01  WS-FEED-KEY.
           05  WS-FEED-RUN-DATE        PIC 9(8) VALUE ZERO.
           05  WS-FEED-CYCLE           PIC 9(2) VALUE ZERO.
       01  WS-FEED-KEY-X REDEFINES WS-FEED-KEY
                                       PIC X(10).

       01  WS-FEED-CONTROL.
           05  WS-FC-STATUS            PIC X(1)      VALUE SPACE.
           05  WS-FC-RECORD-COUNT      PIC 9(7)      VALUE ZERO.
           05  WS-FC-CONTROL-TOTAL     PIC S9(12)V99 VALUE ZERO.

       01  WS-TREND-RESULT.
           05  WS-TR-FLAG-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-TR-BATCH-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-TR-SET-FLAGS         PIC 9(7)  VALUE ZERO.
           05  WS-TR-SET-BATCHES       PIC 9(7)  VALUE ZERO.

       01  WS-FEED-TOTALS.
           05  WS-XM-RECORD-COUNT      PIC 9(9)       VALUE ZERO.
           05  WS-XM-NET-TOTAL         PIC S9(13)V99  VALUE ZERO.
           05  WS-XM-HASH-TOTAL        PIC 9(13)V99   VALUE ZERO.
           05  WS-XM-AMOUNT            PIC S9(13)V99  VALUE ZERO.
           05  WS-XM-OTHER-COUNT       PIC 9(9)       VALUE ZERO.
           05  WS-XM-TRAN-TOTAL        PIC S9(13)V99  VALUE ZERO.
           05  WS-MB-COUNT             PIC 9(9)       VALUE ZERO.
           05  WS-MB-TOTAL             PIC S9(13)V99  VALUE ZERO.
           05  WS-MM-COUNT             PIC 9(9)       VALUE ZERO.
           05  WS-MM-TOTAL             PIC S9(13)V99  VALUE ZERO.
           05  WS-MONTH                PIC 9(6)       VALUE ZERO.
           05  WS-ADJ-ENTRY-IND        PIC X(1)       VALUE SPACE.

      * The record just read from GLFEED or MGLFEED; a monthly record
      * is space-filled to the transmission record length.
       01  WS-FEED-IN-RECORD           PIC X(120).

       01  WS-LOG-CONTROL.
           05  WS-LAST-SEQ             PIC 9(7)  VALUE ZERO.
           05  WS-NEW-SEQ              PIC 9(7)  VALUE ZERO.
           05  WS-ORIG-SEQ             PIC 9(7)  VALUE ZERO.
           05  WS-SENT-COUNT           PIC 9(4)  VALUE ZERO.
           05  WS-CREATE-TIME          PIC 9(8)  VALUE ZERO.

      * The card that applies to this feed (the last one read for it
      * of each kind).
       01  WS-CARD-AREA.
           05  WS-OVR-OPER             PIC X(8)  VALUE SPACES.
           05  WS-OVR-REASON           PIC X(22) VALUE SPACES.
           05  WS-RTX-OPER             PIC X(8)  VALUE SPACES.
           05  WS-RTX-REASON           PIC X(22) VALUE SPACES.
           05  WS-CARD-KEY             PIC X(10).

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2)  VALUE 1.
           05  WS-RUN-DATE             PIC X(10).

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "GL LEDGER TRANSMISSION    ".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-FEED-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "FEED: ".
           05  WS-RPT-FEED-NAME        PIC X(8).
           05  FILLER                  PIC X(11) VALUE " RUN DATE: ".
           05  WS-RPT-FEED-DATE        PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE " CYCLE: ".
           05  WS-RPT-FEED-CYCLE       PIC 9(2).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-RPT-AMOUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-AMOUNT-LABEL     PIC X(40).
           05  WS-RPT-AMOUNT           PIC -9(13).99.
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-CARD-TEXT        PIC X(20).
           05  FILLER                  PIC X(4)  VALUE "BY: ".
           05  WS-RPT-CARD-OPER        PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-CARD-REASON      PIC X(22).
           05  FILLER                  PIC X(62) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(8).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1300-READ-TRANSMIT-LOG
           EVALUATE TRUE
               WHEN WS-DAILY-FEED
                   PERFORM 2000-CHECK-DAILY-FEED
               WHEN WS-MONTHLY-FEED
                   PERFORM 2500-CHECK-MONTHLY-FEED
               WHEN OTHER
                   PERFORM 2600-CHECK-ADJUSTMENT-FEED
           END-EVALUATE
           IF WS-NOTHING-TO-SEND
               DISPLAY "NO ENTRIES PENDING FOR " WS-FEED-RUN-DATE
                   " CYCLE " WS-FEED-CYCLE " - NOTHING SENT FROM "
                   WS-RPT-FEED-NAME
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1500-READ-CONTROL-CARDS
               PERFORM 2800-CHECK-ALREADY-SENT
               IF WS-DAILY-FEED AND NOT WS-REFUSED
                   PERFORM 2900-APPLY-OVERRIDE
               END-IF
               IF WS-REFUSED
                   MOVE "*** TRANSMISSION REFUSED - NOTHING SENT ***"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
                   DISPLAY "*** GL TRANSMISSION REFUSED FOR "
                       WS-FEED-RUN-DATE " CYCLE " WS-FEED-CYCLE
                       " - SEE XMTRPT ***"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 3000-BUILD-TRANSMISSION
                   PERFORM 3500-WRITE-TRANSMIT-LOG
                   PERFORM 4000-PRINT-TRANSMISSION
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CREATE-TIME FROM TIME
           PERFORM 1100-GET-RUN-DATE
           EVALUATE TRUE
               WHEN LS-PARM-LEN = ZERO
                   MOVE 'D' TO WS-FEED-TYPE
               WHEN LS-PARM-LEN = 5
                       AND LS-PARM-TEXT(1:5) = "DAILY"
                   MOVE 'D' TO WS-FEED-TYPE
               WHEN LS-PARM-LEN = 7
                       AND LS-PARM-TEXT(1:7) = "MONTHLY"
                   MOVE 'M' TO WS-FEED-TYPE
               WHEN LS-PARM-LEN = 8
                       AND LS-PARM-TEXT = "WRITEOFF"
                   MOVE 'W' TO WS-FEED-TYPE
               WHEN LS-PARM-LEN = 8
                       AND LS-PARM-TEXT = "REVERSAL"
                   MOVE 'V' TO WS-FEED-TYPE
               WHEN OTHER
                   DISPLAY "*** INVALID PARM - EXPECTED DAILY, "
                       "MONTHLY, WRITEOFF OR REVERSAL *** "
                       "JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT XMIT-RPT
           IF WS-XMTRPT-STATUS NOT = "00"
               MOVE "XMIT-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-XMTRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

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

      * The log is read through once for the highest sequence number
      * issued; it is checked for this feed once the feed is known.
       1300-READ-TRANSMIT-LOG.
           OPEN INPUT XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS NOT = "00"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 1350-READ-LOG-RECORD
               UNTIL WS-XLOG-END
           CLOSE XMIT-LOG-FILE.

       1350-READ-LOG-RECORD.
           READ XMIT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-XLOG-EOF-SWITCH
               NOT AT END
                   IF XLOG-SEQ > WS-LAST-SEQ
                       MOVE XLOG-SEQ TO WS-LAST-SEQ
                   END-IF
           END-READ
           IF WS-XMITLOG-STATUS NOT = "00"
                   AND WS-XMITLOG-STATUS NOT = "10"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Cards are optional (XMTCTL may be empty or DD DUMMY). Only a
      * card naming this feed's run date and cycle is applied.
       1500-READ-CONTROL-CARDS.
           OPEN INPUT XMTCTL-FILE
           IF WS-XMTCTL-STATUS = "00"
               PERFORM 1550-READ-CONTROL-CARD
                   UNTIL WS-XCTL-END
               CLOSE XMTCTL-FILE
           ELSE
               DISPLAY "*** XMTCTL NOT AVAILABLE (STATUS="
                   WS-XMTCTL-STATUS ") - NO OVERRIDE OR RETRANSMIT "
                   "CARDS ***"
           END-IF.

       1550-READ-CONTROL-CARD.
           READ XMTCTL-FILE
               AT END
                   MOVE 'Y' TO WS-XCTL-EOF-SWITCH
               NOT AT END
                   PERFORM 1600-APPLY-CONTROL-CARD
           END-READ
           IF WS-XMTCTL-STATUS NOT = "00"
                   AND WS-XMTCTL-STATUS NOT = "10"
               MOVE "XMTCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-XMTCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1600-APPLY-CONTROL-CARD.
           MOVE XCTL-RUN-DATE TO WS-CARD-KEY(1:8)
           MOVE XCTL-CYCLE TO WS-CARD-KEY(9:2)
           EVALUATE TRUE
               WHEN NOT XCTL-OVERRIDE AND NOT XCTL-RETRANSMIT
                   MOVE "CONTROL CARD IGNORED - ACTION MUST BE "
                       TO WS-RPT-MSG-TEXT
                   MOVE "OVERRIDE OR RETRANS" TO WS-RPT-MSG-TEXT(39:19)
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN XCTL-OPERATOR-ID = SPACES
                   MOVE "CONTROL CARD IGNORED - SUPERVISOR ID MISSING"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN WS-CARD-KEY NOT = WS-FEED-KEY-X
                   MOVE SPACES TO WS-RPT-MSG-TEXT
                   MOVE "CONTROL CARD IGNORED - IT NAMES FEED "
                       TO WS-RPT-MSG-TEXT(1:37)
                   MOVE XCTL-RUN-DATE TO WS-RPT-MSG-TEXT(38:8)
                   MOVE " CYCLE " TO WS-RPT-MSG-TEXT(46:7)
                   MOVE XCTL-CYCLE TO WS-RPT-MSG-TEXT(53:2)
                   MOVE ", NOT THE FEED BEING SENT"
                       TO WS-RPT-MSG-TEXT(55:25)
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN XCTL-OVERRIDE
                   MOVE 'Y' TO WS-OVERRIDE-SWITCH
                   MOVE XCTL-OPERATOR-ID TO WS-OVR-OPER
                   MOVE XCTL-REASON TO WS-OVR-REASON
               WHEN OTHER
                   MOVE 'Y' TO WS-RETRANS-SWITCH
                   MOVE XCTL-OPERATOR-ID TO WS-RTX-OPER
                   MOVE XCTL-REASON TO WS-RTX-REASON
           END-EVALUATE.

      * The newest FEEDCTL entry names the nightly feed to send.
       2000-CHECK-DAILY-FEED.
           OPEN INPUT FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS = "00"
               PERFORM 2050-READ-FEED-CONTROL
                   UNTIL WS-FCTL-END
               CLOSE FEEDCTL-FILE
           ELSE
               DISPLAY "*** FEEDCTL NOT AVAILABLE (STATUS="
                   WS-FEEDCTL-STATUS ") ***"
           END-IF
           MOVE "GLFEED" TO WS-RPT-FEED-NAME
           PERFORM 8200-PRINT-FEED-LINE
           IF NOT WS-FCTL-FOUND
               MOVE 'Y' TO WS-REFUSE-SWITCH
               MOVE "NO FEED CONTROL (FEEDCTL) ENTRY - NO FEED TO SEND"
                   TO WS-RPT-MSG-TEXT
               PERFORM 8100-WRITE-MSG-LINE
           ELSE
               PERFORM 2100-SCAN-DAILY-FEED
               PERFORM 2200-CHECK-TREND-FLAGS
           END-IF.

       2050-READ-FEED-CONTROL.
           READ FEEDCTL-FILE
               AT END
                   MOVE 'Y' TO WS-FCTL-EOF-SWITCH
               NOT AT END
                   MOVE 'Y' TO WS-FCTL-FOUND-SWITCH
                   MOVE FCTL-RUN-DATE TO WS-FEED-RUN-DATE
                   IF FCTL-CYCLE IS NUMERIC
                       MOVE FCTL-CYCLE TO WS-FEED-CYCLE
                   ELSE
                       MOVE ZERO TO WS-FEED-CYCLE
                   END-IF
                   MOVE FCTL-STATUS TO WS-FC-STATUS
                   MOVE FCTL-RECORD-COUNT TO WS-FC-RECORD-COUNT
                   MOVE FCTL-CONTROL-TOTAL TO WS-FC-CONTROL-TOTAL
           END-READ
           IF WS-FEEDCTL-STATUS NOT = "00"
                   AND WS-FEEDCTL-STATUS NOT = "10"
               MOVE "FEEDCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-FEEDCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * GLFEED holds every cycle of the business day; only the
      * records of the controlled date and cycle are sent, and they
      * must number what AMTSUM00 recorded on FEEDCTL. (The FEEDCTL
      * total leaves out CTOV override records, so the totals are
      * printed side by side rather than compared.)
       2100-SCAN-DAILY-FEED.
           PERFORM 2150-OPEN-FEED-IN
           PERFORM 2180-READ-FEED-IN
           PERFORM 2120-TOTAL-DAILY-RECORD
               UNTIL WS-FEED-END
           PERFORM 2170-CLOSE-FEED-IN
           IF WS-XM-RECORD-COUNT NOT = WS-FC-RECORD-COUNT
               MOVE 'Y' TO WS-REFUSE-SWITCH
               MOVE "*** GLFEED RECORDS FOR THE DATE AND CYCLE DO NOT "
                   TO WS-RPT-MSG-TEXT
               MOVE "AGREE WITH FEEDCTL - FEED IS NOT THE ONE "
                   TO WS-RPT-MSG-TEXT(50:41)
               MOVE "CONTROLLED ***" TO WS-RPT-MSG-TEXT(91:14)
               PERFORM 8100-WRITE-MSG-LINE
           END-IF
           EVALUATE WS-FC-STATUS
               WHEN 'C'
                   MOVE "FEEDCTL STATUS: C (CLEAN)" TO WS-RPT-MSG-TEXT
               WHEN 'R'
                   MOVE "FEEDCTL STATUS: R (RELEASED)"
                       TO WS-RPT-MSG-TEXT
               WHEN 'H'
                   MOVE "FEEDCTL STATUS: H (HELD IN QUARANTINE)"
                       TO WS-RPT-MSG-TEXT
               WHEN 'B'
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "FEEDCTL STATUS: B (BACKED OUT) - A BACKED-OUT "
                       TO WS-RPT-MSG-TEXT
                   MOVE "FEED IS NEVER SENT" TO WS-RPT-MSG-TEXT(47:18)
               WHEN OTHER
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "FEEDCTL STATUS NOT RECOGNISED - FEED NOT SENT"
                       TO WS-RPT-MSG-TEXT
           END-EVALUATE
           PERFORM 8100-WRITE-MSG-LINE
           MOVE "FEEDCTL RECORD COUNT:" TO WS-RPT-COUNT-LABEL
           MOVE WS-FC-RECORD-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "GLFEED RECORDS FOR THE DATE AND CYCLE:"
               TO WS-RPT-COUNT-LABEL
           MOVE WS-XM-RECORD-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "FEEDCTL CONTROL TOTAL (EXCL CTOV):"
               TO WS-RPT-AMOUNT-LABEL
           MOVE WS-FC-CONTROL-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           MOVE "GLFEED TOTAL (ORIGINAL CURRENCY):"
               TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-TRAN-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           MOVE "GLFEED NET TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-NET-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE.

       2120-TOTAL-DAILY-RECORD.
           MOVE WS-FEED-IN-RECORD TO GL-FEED-RECORD
           IF GL-DATE = WS-FEED-RUN-DATE
                   AND GL-CYCLE = WS-FEED-CYCLE
               MOVE GL-TOTAL TO WS-XM-AMOUNT
               PERFORM 2190-ADD-TO-TOTALS
               ADD GL-TRAN-TOTAL TO WS-XM-TRAN-TOTAL
           ELSE
               ADD 1 TO WS-XM-OTHER-COUNT
           END-IF
           PERFORM 2180-READ-FEED-IN.

       2150-OPEN-FEED-IN.
           MOVE 'N' TO WS-FEED-EOF-SWITCH
           IF WS-MONTHLY-FEED
               OPEN INPUT MFEED-IN-FILE
           ELSE
               OPEN INPUT FEED-IN-FILE
           END-IF
           IF WS-FEEDIN-STATUS NOT = "00"
               MOVE "FEED-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-FEEDIN-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2170-CLOSE-FEED-IN.
           IF WS-MONTHLY-FEED
               CLOSE MFEED-IN-FILE
           ELSE
               CLOSE FEED-IN-FILE
           END-IF.

       2180-READ-FEED-IN.
           IF WS-MONTHLY-FEED
               READ MFEED-IN-FILE INTO WS-FEED-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF-SWITCH
               END-READ
           ELSE
               READ FEED-IN-FILE INTO WS-FEED-IN-RECORD
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF-SWITCH
               END-READ
           END-IF
           IF WS-FEEDIN-STATUS NOT = "00"
                   AND WS-FEEDIN-STATUS NOT = "10"
               MOVE "FEED-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-FEEDIN-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2190-ADD-TO-TOTALS.
           ADD 1 TO WS-XM-RECORD-COUNT
           ADD WS-XM-AMOUNT TO WS-XM-NET-TOTAL
           IF WS-XM-AMOUNT < ZERO
               SUBTRACT WS-XM-AMOUNT FROM WS-XM-HASH-TOTAL
           ELSE
               ADD WS-XM-AMOUNT TO WS-XM-HASH-TOTAL
           END-IF.

      * The newest completed AMTTRD00 check for the feed's cycle and
      * date (or the business date, which is what AMTTRD00 uses when
      * AMTSUM00 diverted the run) decides whether flags are out.
       2200-CHECK-TREND-FLAGS.
           OPEN INPUT STAT-FILE
           IF WS-TRDSTAT-STATUS = "00"
               PERFORM 2250-READ-TREND-STAT
                   UNTIL WS-STAT-END
               CLOSE STAT-FILE
           ELSE
               DISPLAY "*** TRDSTAT NOT AVAILABLE (STATUS="
                   WS-TRDSTAT-STATUS ") - NO TREND CHECK FOUND ***"
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-TREND-DONE
                   MOVE "NO COMPLETED TREND CHECK (AMTTRD00) FOUND FOR "
                       TO WS-RPT-MSG-TEXT
                   MOVE "THE FEED" TO WS-RPT-MSG-TEXT(47:8)
               WHEN WS-TR-FLAG-COUNT > ZERO
                   MOVE SPACES TO WS-RPT-MSG-TEXT
                   MOVE "TREND CHECK FLAGS OUTSTANDING: "
                       TO WS-RPT-MSG-TEXT(1:31)
                   MOVE WS-TR-FLAG-COUNT TO WS-RPT-MSG-TEXT(32:7)
                   MOVE " - SEE TRDRPT" TO WS-RPT-MSG-TEXT(39:13)
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-MSG-TEXT
                   MOVE "TREND CHECK PASSED - BATCHES CHECKED: "
                       TO WS-RPT-MSG-TEXT(1:38)
                   MOVE WS-TR-BATCH-COUNT TO WS-RPT-MSG-TEXT(39:7)
           END-EVALUATE
           PERFORM 8100-WRITE-MSG-LINE.

       2250-READ-TREND-STAT.
           READ STAT-FILE
               AT END
                   MOVE 'Y' TO WS-STAT-EOF-SWITCH
               NOT AT END
                   MOVE STAT-FILE-RECORD TO RSTAT-RECORD
                   PERFORM 2300-APPLY-TREND-STAT
           END-READ
           IF WS-TRDSTAT-STATUS NOT = "00"
                   AND WS-TRDSTAT-STATUS NOT = "10"
               MOVE "STAT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-TRDSTAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2300-APPLY-TREND-STAT.
           EVALUATE TRUE
               WHEN RSTAT-RUN-HEADER
                   MOVE 'N' TO WS-TREND-SET-SWITCH
                   IF RSTAT-ITEM-CYCLE = WS-FEED-CYCLE
                           AND (RSTAT-ITEM-DATE = WS-FEED-RUN-DATE
                           OR RSTAT-ITEM-DATE = WS-BUS-DATE-8)
                       MOVE 'Y' TO WS-TREND-SET-SWITCH
                       MOVE ZERO TO WS-TR-SET-FLAGS
                       MOVE ZERO TO WS-TR-SET-BATCHES
                   END-IF
               WHEN RSTAT-RUN-TOTAL AND WS-TREND-SET-OPEN
                   EVALUATE RSTAT-STAT-CODE
                       WHEN "DUPS"
                           ADD RSTAT-COUNT TO WS-TR-SET-FLAGS
                       WHEN "TOLR"
                           ADD RSTAT-COUNT TO WS-TR-SET-FLAGS
                       WHEN "BTCH"
                           MOVE RSTAT-COUNT TO WS-TR-SET-BATCHES
                           MOVE 'Y' TO WS-TREND-DONE-SWITCH
                           MOVE WS-TR-SET-FLAGS TO WS-TR-FLAG-COUNT
                           MOVE WS-TR-SET-BATCHES TO WS-TR-BATCH-COUNT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The month summary is taken from the file itself. Every 'B'
      * record is sent; the 'M' month record is sent too and must
      * agree with them.
       2500-CHECK-MONTHLY-FEED.
           MOVE "MGLFEED" TO WS-RPT-FEED-NAME
           PERFORM 2150-OPEN-FEED-IN
           PERFORM 2180-READ-FEED-IN
           PERFORM 2550-TOTAL-MONTHLY-RECORD
               UNTIL WS-FEED-END
           PERFORM 2170-CLOSE-FEED-IN
           COMPUTE WS-FEED-RUN-DATE = WS-MONTH * 100
           MOVE ZERO TO WS-FEED-CYCLE
           PERFORM 8200-PRINT-FEED-LINE
           EVALUATE TRUE
               WHEN WS-XM-RECORD-COUNT = ZERO
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "MGLFEED IS EMPTY - NO MONTHLY FEED TO SEND"
                       TO WS-RPT-MSG-TEXT
               WHEN NOT WS-MONTH-REC-SEEN
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "*** MGLFEED HAS NO 'M' MONTH RECORD - THE "
                       TO WS-RPT-MSG-TEXT
                   MOVE "ROLLUP DID NOT COMPLETE ***"
                       TO WS-RPT-MSG-TEXT(43:27)
               WHEN WS-MB-COUNT NOT = WS-MM-COUNT
                       OR WS-MB-TOTAL NOT = WS-MM-TOTAL
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "*** MGLFEED BATCH RECORDS DO NOT AGREE WITH "
                       TO WS-RPT-MSG-TEXT
                   MOVE "ITS MONTH RECORD ***" TO WS-RPT-MSG-TEXT(45:20)
               WHEN WS-XM-OTHER-COUNT > ZERO
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "*** MGLFEED HOLDS RECORDS FOR MORE THAN ONE "
                       TO WS-RPT-MSG-TEXT
                   MOVE "MONTH OR OF UNKNOWN TYPE ***"
                       TO WS-RPT-MSG-TEXT(45:28)
               WHEN OTHER
                   MOVE "MONTHLY SUMMARY AGREES WITH ITS MONTH RECORD"
                       TO WS-RPT-MSG-TEXT
           END-EVALUATE
           PERFORM 8100-WRITE-MSG-LINE
           MOVE "BATCH RECORDS - PAIRS SUMMARISED:"
               TO WS-RPT-COUNT-LABEL
           MOVE WS-MB-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "MONTH RECORD - PAIRS:" TO WS-RPT-COUNT-LABEL
           MOVE WS-MM-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "BATCH RECORDS - TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-MB-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           MOVE "MONTH RECORD - TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-MM-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE.

       2550-TOTAL-MONTHLY-RECORD.
           MOVE WS-FEED-IN-RECORD TO GLM-RECORD
           IF WS-MONTH = ZERO AND GLM-MONTH IS NUMERIC
               MOVE GLM-MONTH TO WS-MONTH
           END-IF
           EVALUATE TRUE
               WHEN GLM-MONTH NOT = WS-MONTH
                   ADD 1 TO WS-XM-OTHER-COUNT
               WHEN GLM-BATCH-SUMMARY
                   ADD GLM-RECORD-COUNT TO WS-MB-COUNT
                   ADD GLM-TOTAL TO WS-MB-TOTAL
                   MOVE GLM-TOTAL TO WS-XM-AMOUNT
                   PERFORM 2190-ADD-TO-TOTALS
               WHEN GLM-MONTH-TOTAL
                   MOVE 'Y' TO WS-MONTH-REC-SWITCH
                   MOVE GLM-RECORD-COUNT TO WS-MM-COUNT
                   MOVE GLM-TOTAL TO WS-MM-TOTAL
                   ADD 1 TO WS-XM-RECORD-COUNT
               WHEN OTHER
                   ADD 1 TO WS-XM-OTHER-COUNT
           END-EVALUATE
           PERFORM 2180-READ-FEED-IN.

      * Write-off and reversal entries wait on their feed until sent;
      * they go under the business date and cycle, and every record
      * must be of the feed's kind.
       2600-CHECK-ADJUSTMENT-FEED.
           MOVE WS-BUS-DATE-8 TO WS-FEED-RUN-DATE
           MOVE WS-BUS-CYCLE TO WS-FEED-CYCLE
           IF WS-WRITE-OFF-FEED
               MOVE "WOFEED" TO WS-RPT-FEED-NAME
               MOVE 'W' TO WS-ADJ-ENTRY-IND
           ELSE
               MOVE "REVFEED" TO WS-RPT-FEED-NAME
               MOVE 'R' TO WS-ADJ-ENTRY-IND
           END-IF
           PERFORM 8200-PRINT-FEED-LINE
           PERFORM 2150-OPEN-FEED-IN
           PERFORM 2180-READ-FEED-IN
           PERFORM 2650-TOTAL-ADJUSTMENT-RECORD
               UNTIL WS-FEED-END
           PERFORM 2170-CLOSE-FEED-IN
           EVALUATE TRUE
               WHEN WS-XM-RECORD-COUNT = ZERO
                       AND WS-XM-OTHER-COUNT = ZERO
                   MOVE 'Y' TO WS-EMPTY-FEED-SWITCH
                   MOVE "FEED IS EMPTY - NO ENTRIES WRITTEN SINCE THE "
                       TO WS-RPT-MSG-TEXT
                   MOVE "LAST TRANSMISSION, NOTHING SENT"
                       TO WS-RPT-MSG-TEXT(46:31)
               WHEN WS-XM-OTHER-COUNT > ZERO
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE SPACES TO WS-RPT-MSG-TEXT
                   MOVE "*** FEED HOLDS RECORDS WITHOUT GL-ENTRY-IND "
                       TO WS-RPT-MSG-TEXT(1:44)
                   MOVE WS-ADJ-ENTRY-IND TO WS-RPT-MSG-TEXT(45:1)
                   MOVE " - IT IS NOT THE FEED NAMED BY THE PARM ***"
                       TO WS-RPT-MSG-TEXT(46:43)
               WHEN OTHER
                   MOVE SPACES TO WS-RPT-MSG-TEXT
                   MOVE "EVERY RECORD CARRIES GL-ENTRY-IND "
                       TO WS-RPT-MSG-TEXT(1:34)
                   MOVE WS-ADJ-ENTRY-IND TO WS-RPT-MSG-TEXT(35:1)
           END-EVALUATE
           PERFORM 8100-WRITE-MSG-LINE
           MOVE "ENTRIES ON THE FEED:" TO WS-RPT-COUNT-LABEL
           MOVE WS-XM-RECORD-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "RECORDS OF ANY OTHER KIND:" TO WS-RPT-COUNT-LABEL
           MOVE WS-XM-OTHER-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "ENTRIES TOTAL (ORIGINAL CURRENCY):"
               TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-TRAN-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           MOVE "ENTRIES NET TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-NET-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE.

       2650-TOTAL-ADJUSTMENT-RECORD.
           MOVE WS-FEED-IN-RECORD TO GL-FEED-RECORD
           IF GL-ENTRY-IND = WS-ADJ-ENTRY-IND
               MOVE GL-TOTAL TO WS-XM-AMOUNT
               PERFORM 2190-ADD-TO-TOTALS
               ADD GL-TRAN-TOTAL TO WS-XM-TRAN-TOTAL
           ELSE
               ADD 1 TO WS-XM-OTHER-COUNT
           END-IF
           PERFORM 2180-READ-FEED-IN.

      * A feed already on the log goes again only on a RETRANS card;
      * the new transmission names the first one sent.
       2800-CHECK-ALREADY-SENT.
           MOVE 'N' TO WS-XLOG-EOF-SWITCH
           OPEN INPUT XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS NOT = "00"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 2850-FIND-LOGGED-FEED
               UNTIL WS-XLOG-END
           CLOSE XMIT-LOG-FILE
           IF WS-SENT-COUNT > ZERO
               MOVE SPACES TO WS-RPT-MSG-TEXT
               MOVE "FEED ALREADY TRANSMITTED - FIRST SENT AS "
                   TO WS-RPT-MSG-TEXT(1:41)
               MOVE "SEQUENCE " TO WS-RPT-MSG-TEXT(42:9)
               MOVE WS-ORIG-SEQ TO WS-RPT-MSG-TEXT(51:7)
               MOVE ", TIMES SENT: " TO WS-RPT-MSG-TEXT(58:14)
               MOVE WS-SENT-COUNT TO WS-RPT-MSG-TEXT(72:4)
               PERFORM 8100-WRITE-MSG-LINE
               IF WS-RETRANS-GIVEN
                   MOVE "RETRANSMIT REQUESTED" TO WS-RPT-CARD-TEXT
                   MOVE WS-RTX-OPER TO WS-RPT-CARD-OPER
                   MOVE WS-RTX-REASON TO WS-RPT-CARD-REASON
                   MOVE WS-RPT-CARD-LINE TO RPT-LINE
                   PERFORM 8000-WRITE-RPT-LINE
               ELSE
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "*** DUPLICATE TRANSMISSION - A RETRANS CARD "
                       TO WS-RPT-MSG-TEXT
                   MOVE "IS NEEDED TO SEND IT AGAIN ***"
                       TO WS-RPT-MSG-TEXT(45:30)
                   PERFORM 8100-WRITE-MSG-LINE
               END-IF
           ELSE
               IF WS-RETRANS-GIVEN
                   MOVE 'N' TO WS-RETRANS-SWITCH
                   MOVE "RETRANS CARD IGNORED - FEED NOT SENT BEFORE"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               END-IF
           END-IF.

       2850-FIND-LOGGED-FEED.
           READ XMIT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-XLOG-EOF-SWITCH
               NOT AT END
                   IF XLOG-FEED-TYPE = WS-FEED-TYPE
                           AND XLOG-RUN-DATE = WS-FEED-RUN-DATE
                           AND XLOG-CYCLE = WS-FEED-CYCLE
                       ADD 1 TO WS-SENT-COUNT
                       IF WS-ORIG-SEQ = ZERO
                           MOVE XLOG-SEQ TO WS-ORIG-SEQ
                       END-IF
                   END-IF
           END-READ
           IF WS-XMITLOG-STATUS NOT = "00"
                   AND WS-XMITLOG-STATUS NOT = "10"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * A held feed or outstanding trend flags stop the nightly feed
      * unless a supervisor's OVERRIDE card names it.
       2900-APPLY-OVERRIDE.
           IF WS-FC-STATUS = 'H'
                   OR NOT WS-TREND-DONE
                   OR WS-TR-FLAG-COUNT > ZERO
               IF WS-OVERRIDE-GIVEN
                   MOVE 'Y' TO WS-OVERRIDE-USED-SWITCH
                   MOVE "SUPERVISOR OVERRIDE" TO WS-RPT-CARD-TEXT
                   MOVE WS-OVR-OPER TO WS-RPT-CARD-OPER
                   MOVE WS-OVR-REASON TO WS-RPT-CARD-REASON
                   MOVE WS-RPT-CARD-LINE TO RPT-LINE
                   PERFORM 8000-WRITE-RPT-LINE
               ELSE
                   MOVE 'Y' TO WS-REFUSE-SWITCH
                   MOVE "*** FEED NOT CLEARED TO SEND - RELEASE IT, "
                       TO WS-RPT-MSG-TEXT
                   MOVE "CLEAR THE TREND FLAGS OR SUPPLY AN OVERRIDE "
                       TO WS-RPT-MSG-TEXT(44:44)
                   MOVE "CARD ***" TO WS-RPT-MSG-TEXT(88:8)
                   PERFORM 8100-WRITE-MSG-LINE
               END-IF
           END-IF.

       3000-BUILD-TRANSMISSION.
           COMPUTE WS-NEW-SEQ = WS-LAST-SEQ + 1
           OPEN OUTPUT XMIT-OUT-FILE
           IF WS-XMITOUT-STATUS NOT = "00"
               MOVE "XMIT-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE SPACES TO XMTH-RECORD
           MOVE "XHDR" TO XMTH-REC-ID
           MOVE "AMTSUM" TO XMTH-SYSTEM-ID
           MOVE WS-NEW-SEQ TO XMTH-SEQ
           MOVE WS-FEED-TYPE TO XMTH-FEED-TYPE
           MOVE WS-FEED-RUN-DATE TO XMTH-RUN-DATE
           MOVE WS-FEED-CYCLE TO XMTH-CYCLE
           MOVE WS-SYS-DATE-8 TO XMTH-CREATE-DATE
           MOVE WS-CREATE-TIME TO XMTH-CREATE-TIME
           MOVE ZERO TO XMTH-ORIG-SEQ
           MOVE 'N' TO XMTH-RETRANSMIT
           IF WS-RETRANS-GIVEN
               MOVE 'Y' TO XMTH-RETRANSMIT
               MOVE WS-ORIG-SEQ TO XMTH-ORIG-SEQ
           END-IF
           PERFORM 3300-WRITE-XMIT-RECORD
           PERFORM 2150-OPEN-FEED-IN
           PERFORM 2180-READ-FEED-IN
           PERFORM 3100-COPY-FEED-RECORD
               UNTIL WS-FEED-END
           PERFORM 2170-CLOSE-FEED-IN
           MOVE SPACES TO XMTT-RECORD
           MOVE "XTRL" TO XMTT-REC-ID
           MOVE "AMTSUM" TO XMTT-SYSTEM-ID
           MOVE WS-NEW-SEQ TO XMTT-SEQ
           MOVE WS-XM-RECORD-COUNT TO XMTT-RECORD-COUNT
           MOVE WS-XM-NET-TOTAL TO XMTT-NET-TOTAL
           MOVE WS-XM-HASH-TOTAL TO XMTT-HASH-TOTAL
           PERFORM 3300-WRITE-XMIT-RECORD
           CLOSE XMIT-OUT-FILE.

      * The same selection the totals were taken from: tonight's date
      * and cycle for GLFEED, every record for MGLFEED, the entries of
      * the feed's kind for WOFEED and REVFEED.
       3100-COPY-FEED-RECORD.
           EVALUATE TRUE
               WHEN WS-MONTHLY-FEED
                   MOVE WS-FEED-IN-RECORD TO XMTH-RECORD
                   PERFORM 3300-WRITE-XMIT-RECORD
               WHEN WS-ADJUSTMENT-FEED
                   MOVE WS-FEED-IN-RECORD TO GL-FEED-RECORD
                   IF GL-ENTRY-IND = WS-ADJ-ENTRY-IND
                       MOVE WS-FEED-IN-RECORD TO XMTH-RECORD
                       PERFORM 3300-WRITE-XMIT-RECORD
                   END-IF
               WHEN OTHER
                   MOVE WS-FEED-IN-RECORD TO GL-FEED-RECORD
                   IF GL-DATE = WS-FEED-RUN-DATE
                           AND GL-CYCLE = WS-FEED-CYCLE
                       MOVE WS-FEED-IN-RECORD TO XMTH-RECORD
                       PERFORM 3300-WRITE-XMIT-RECORD
                   END-IF
           END-EVALUATE
           PERFORM 2180-READ-FEED-IN.

       3300-WRITE-XMIT-RECORD.
           WRITE XMTH-RECORD
           IF WS-XMITOUT-STATUS NOT = "00"
               MOVE "XMIT-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3500-WRITE-TRANSMIT-LOG.
           OPEN EXTEND XMIT-LOG-FILE
           IF WS-XMITLOG-STATUS NOT = "00"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE SPACES TO XLOG-RECORD
           MOVE WS-NEW-SEQ TO XLOG-SEQ
           MOVE WS-FEED-TYPE TO XLOG-FEED-TYPE
           MOVE WS-FEED-RUN-DATE TO XLOG-RUN-DATE
           MOVE WS-FEED-CYCLE TO XLOG-CYCLE
           MOVE WS-SYS-DATE-8 TO XLOG-XMIT-DATE
           MOVE WS-CREATE-TIME TO XLOG-XMIT-TIME
           MOVE WS-XM-RECORD-COUNT TO XLOG-RECORD-COUNT
           MOVE WS-XM-NET-TOTAL TO XLOG-NET-TOTAL
           MOVE WS-XM-HASH-TOTAL TO XLOG-HASH-TOTAL
           MOVE WS-FC-STATUS TO XLOG-FCTL-STATUS
           MOVE 'N' TO XLOG-RETRANSMIT
           MOVE ZERO TO XLOG-ORIG-SEQ
           MOVE 'N' TO XLOG-OVERRIDE
           IF WS-RETRANS-GIVEN
               MOVE 'Y' TO XLOG-RETRANSMIT
               MOVE WS-ORIG-SEQ TO XLOG-ORIG-SEQ
               MOVE WS-RTX-OPER TO XLOG-SUPERVISOR
               MOVE WS-RTX-REASON TO XLOG-REASON
           END-IF
           IF WS-OVERRIDE-USED
               MOVE 'Y' TO XLOG-OVERRIDE
               MOVE WS-OVR-OPER TO XLOG-SUPERVISOR
               MOVE WS-OVR-REASON TO XLOG-REASON
           END-IF
           WRITE XLOG-RECORD
           IF WS-XMITLOG-STATUS NOT = "00"
               MOVE "XMIT-LOG" TO WS-FATAL-FILE-NAME
               MOVE WS-XMITLOG-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           CLOSE XMIT-LOG-FILE.

       4000-PRINT-TRANSMISSION.
           MOVE SPACES TO WS-RPT-MSG-TEXT
           MOVE "TRANSMISSION BUILT - SEQUENCE NUMBER "
               TO WS-RPT-MSG-TEXT(1:37)
           MOVE WS-NEW-SEQ TO WS-RPT-MSG-TEXT(38:7)
           IF WS-RETRANS-GIVEN
               MOVE " (RETRANSMISSION OF " TO WS-RPT-MSG-TEXT(45:20)
               MOVE WS-ORIG-SEQ TO WS-RPT-MSG-TEXT(65:7)
               MOVE ")" TO WS-RPT-MSG-TEXT(72:1)
           END-IF
           PERFORM 8100-WRITE-MSG-LINE
           MOVE "ENVELOPE RECORD COUNT:" TO WS-RPT-COUNT-LABEL
           MOVE WS-XM-RECORD-COUNT TO WS-RPT-COUNT
           PERFORM 8300-WRITE-COUNT-LINE
           MOVE "ENVELOPE NET TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-NET-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           MOVE "ENVELOPE HASH TOTAL:" TO WS-RPT-AMOUNT-LABEL
           MOVE WS-XM-HASH-TOTAL TO WS-RPT-AMOUNT
           PERFORM 8400-WRITE-AMOUNT-LINE
           DISPLAY "GL TRANSMISSION " WS-NEW-SEQ " BUILT FOR "
               WS-FEED-RUN-DATE " CYCLE " WS-FEED-CYCLE.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-XMTRPT-STATUS NOT = "00"
               MOVE "XMIT-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-XMTRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8100-WRITE-MSG-LINE.
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE SPACES TO WS-RPT-MSG-TEXT.

       8200-PRINT-FEED-LINE.
           MOVE WS-FEED-RUN-DATE TO WS-RPT-FEED-DATE
           MOVE WS-FEED-CYCLE TO WS-RPT-FEED-CYCLE
           MOVE WS-RPT-FEED-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       8300-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       8400-WRITE-AMOUNT-LINE.
           MOVE WS-RPT-AMOUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       9000-TERMINATE.
           CLOSE XMIT-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
