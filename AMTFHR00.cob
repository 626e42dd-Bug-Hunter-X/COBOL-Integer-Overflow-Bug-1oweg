      *             PARM='YYYYMMDDYYYYMMDD' - from/to run dates
      *             PARM='YYYYMMDD'         - that single run date
      *             no PARM                 - the full file
      *           Under each entry the online release requests made on
      *           the AMTHLD00 screen for that feed are listed from the
      *           RLSREQ KSDS (see RLSREQ): action, status (P pending /
      *           A approved / J rejected / C complete / S superseded),
      *           the proposer and date, the approver and date, and the
      *           reason - the two-person evidence behind an 'R' or 'B'.
      *           If RLSREQ cannot be opened the feed history is still
      *           printed, without request lines.
      *           A date and cycle rerun after a BACKOUT has a second
      *           entry; each entry is printed with its feed occurrence
      *           (RUN 01, 02, ...), counted as the file is read exactly
      *           as the FEEDCTLV load numbers it, and only the requests
      *           made against that occurrence are listed under it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTFHR00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.

           SELECT RLSREQ-FILE ASSIGN TO RLSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREQ-KEY
               FILE STATUS IS WS-RLSREQ-STATUS.

           SELECT HIST-RPT ASSIGN TO FHRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FHRRPT-STATUS.
           RECORDING MODE IS F.
       COPY FEEDCTL.

       FD  RLSREQ-FILE.
       COPY RLSREQ.

       FD  HIST-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-FEEDCTL-STATUS           PIC X(2).
       01  WS-FHRRPT-STATUS            PIC X(2).
       01  WS-RLSREQ-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
       01  WS-SWITCHES.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-RLSREQ-OPEN-SWITCH   PIC X VALUE 'N'.
               88  WS-RLSREQ-OPEN          VALUE 'Y'.
           05  WS-RREQ-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-RREQ-END             VALUE 'Y'.

       01  WS-OCCURRENCE-AREA.
           05  WS-PREV-FEED-KEY        PIC X(10) VALUE LOW-VALUES.
           05  WS-FEED-OCCURRENCE      PIC 9(2)  VALUE ZERO.

       01  WS-RANGE-AREA.
           05  WS-FROM-DATE            PIC 9(8)  VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-BACKOUT-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-REQUEST-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-REQ-APPLIED-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-REQ-REJECTED-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-REQ-OPEN-COUNT       PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-RPT-HIST-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-RPT-HIST-CYC         PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE " RUN ".
           05  WS-RPT-HIST-OCCUR       PIC 9(2).
           05  FILLER                  PIC X(6)  VALUE "  STS=".
           05  WS-RPT-HIST-STATUS      PIC X(1).
           05  FILLER                  PIC X(5)  VALUE " CNT ".
           05  WS-RPT-HIST-RDATE       PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " RSN ".
           05  WS-RPT-HIST-RREASON     PIC X(20).
           05  FILLER                  PIC X(1)  VALUE SPACES.

       01  WS-RPT-REQ-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "REQUEST ".
           05  WS-RPT-REQ-SEQ          PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-REQ-ACTION       PIC X(8).
           05  FILLER                  PIC X(6)  VALUE "  STS=".
           05  WS-RPT-REQ-STATUS       PIC X(1).
           05  FILLER                  PIC X(13) VALUE
               "  PROPOSED BY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-REQ-PROPOSER     PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  WS-RPT-REQ-PDATE        PIC 9(8).
           05  FILLER                  PIC X(12) VALUE
               "  DECIDED BY".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-REQ-APPROVER     PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  WS-RPT-REQ-DDATE        PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " RSN ".
           05  WS-RPT-REQ-REASON       PIC X(20).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           MOVE WS-TO-DATE TO WS-RPT-TO
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           OPEN INPUT RLSREQ-FILE
           IF WS-RLSREQ-STATUS = "00"
               MOVE 'Y' TO WS-RLSREQ-OPEN-SWITCH
           ELSE
               DISPLAY "*** RLSREQ NOT AVAILABLE (STATUS="
                   WS-RLSREQ-STATUS ") - ONLINE RELEASE REQUESTS NOT "
                   "LISTED ***"
           END-IF
           PERFORM 2100-READ-FEED-CONTROL.

       1100-GET-RUN-DATE.
           END-IF
           PERFORM 2100-READ-FEED-CONTROL.

      * The feed occurrence restarts at 01 whenever the run date /
      * cycle changes, the same numbering the FEEDCTLV load gives.
       2100-READ-FEED-CONTROL.
           READ FEEDCTL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   IF FEEDCTL-RECORD(1:10) = WS-PREV-FEED-KEY
                       ADD 1 TO WS-FEED-OCCURRENCE
                   ELSE
                       MOVE 1 TO WS-FEED-OCCURRENCE
                   END-IF
                   MOVE FEEDCTL-RECORD(1:10) TO WS-PREV-FEED-KEY
           END-READ
           IF WS-FEEDCTL-STATUS NOT = "00"
                   AND WS-FEEDCTL-STATUS NOT = "10"
           ELSE
               MOVE ZERO TO WS-RPT-HIST-CYC
           END-IF
           MOVE WS-FEED-OCCURRENCE TO WS-RPT-HIST-OCCUR
           MOVE FCTL-STATUS TO WS-RPT-HIST-STATUS
           MOVE FCTL-RECORD-COUNT TO WS-RPT-HIST-COUNT
           MOVE FCTL-CONTROL-TOTAL TO WS-RPT-HIST-TOTAL
                   ADD 1 TO WS-BACKOUT-COUNT
           END-EVALUATE
           MOVE WS-RPT-HIST-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF WS-RLSREQ-OPEN
               PERFORM 2300-LIST-FEED-REQUESTS
           END-IF.

       2300-LIST-FEED-REQUESTS.
           MOVE 'N' TO WS-RREQ-EOF-SWITCH
           MOVE FCTL-RUN-DATE TO RREQ-RUN-DATE
           MOVE WS-RPT-HIST-CYC TO RREQ-CYCLE
           MOVE WS-FEED-OCCURRENCE TO RREQ-FEED-OCCUR
           MOVE ZERO TO RREQ-SEQ
           START RLSREQ-FILE KEY IS NOT LESS THAN RREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RREQ-EOF-SWITCH
           END-START
           PERFORM 2350-READ-FEED-REQUEST
               UNTIL WS-RREQ-END.

       2350-READ-FEED-REQUEST.
           READ RLSREQ-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-RREQ-EOF-SWITCH
           END-READ
           IF WS-RLSREQ-STATUS NOT = "00"
                   AND WS-RLSREQ-STATUS NOT = "10"
               MOVE "RLSREQ-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-RLSREQ-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF NOT WS-RREQ-END
               IF RREQ-RUN-DATE NOT = FCTL-RUN-DATE
                       OR RREQ-CYCLE NOT = WS-RPT-HIST-CYC
                       OR RREQ-FEED-OCCUR NOT = WS-FEED-OCCURRENCE
                   MOVE 'Y' TO WS-RREQ-EOF-SWITCH
               ELSE
                   PERFORM 2400-PRINT-REQUEST-LINE
               END-IF
           END-IF.

       2400-PRINT-REQUEST-LINE.
           ADD 1 TO WS-REQUEST-COUNT
           EVALUATE TRUE
               WHEN RREQ-COMPLETE
                   ADD 1 TO WS-REQ-APPLIED-COUNT
               WHEN RREQ-REJECTED
                   ADD 1 TO WS-REQ-REJECTED-COUNT
               WHEN RREQ-PENDING OR RREQ-APPROVED
                   ADD 1 TO WS-REQ-OPEN-COUNT
           END-EVALUATE
           MOVE RREQ-SEQ TO WS-RPT-REQ-SEQ
           MOVE RREQ-ACTION TO WS-RPT-REQ-ACTION
           MOVE RREQ-STATUS TO WS-RPT-REQ-STATUS
           MOVE RREQ-PROPOSER TO WS-RPT-REQ-PROPOSER
           MOVE RREQ-PROPOSE-DATE TO WS-RPT-REQ-PDATE
           MOVE RREQ-APPROVER TO WS-RPT-REQ-APPROVER
           IF RREQ-PENDING
               MOVE SPACES TO WS-RPT-REQ-DDATE
           ELSE
               MOVE RREQ-DECIDE-DATE TO WS-RPT-REQ-DDATE
           END-IF
           MOVE RREQ-REASON TO WS-RPT-REQ-REASON
           MOVE WS-RPT-REQ-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       3000-PRINT-TOTALS.
           MOVE "  BACKED OUT (B):               "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-BACKOUT-COUNT TO WS-RPT-COUNT
           PERFORM 3100-WRITE-COUNT-LINE
           IF WS-RLSREQ-OPEN
               MOVE "ONLINE RELEASE REQUESTS LISTED: "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-REQUEST-COUNT TO WS-RPT-COUNT
               PERFORM 3100-WRITE-COUNT-LINE
               MOVE "  APPROVED AND APPLIED (C):     "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-REQ-APPLIED-COUNT TO WS-RPT-COUNT
               PERFORM 3100-WRITE-COUNT-LINE
               MOVE "  REJECTED (J):                 "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-REQ-REJECTED-COUNT TO WS-RPT-COUNT
               PERFORM 3100-WRITE-COUNT-LINE
               MOVE "  STILL OPEN (P/A):             "
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-REQ-OPEN-COUNT TO WS-RPT-COUNT
               PERFORM 3100-WRITE-COUNT-LINE
           END-IF.

       3100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE

       9000-TERMINATE.
           CLOSE FEEDCTL-FILE
           IF WS-RLSREQ-OPEN
               CLOSE RLSREQ-FILE
           END-IF
           CLOSE HIST-RPT.

       9900-FATAL-FILE-ERROR.
