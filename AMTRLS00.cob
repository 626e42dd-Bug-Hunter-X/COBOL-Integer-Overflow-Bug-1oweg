      *             COL 1-8   ACTION ('RELEASE ' OR 'BACKOUT ')
      *             COL 9-16  SUPERVISOR/OPERATOR ID
      *             COL 17-38 REASON TEXT
      *
      *           PARM='ONLINE' applies a request made and approved on
      *           the AMTHLD00 CICS screen instead of reading RLSCTL:
      *           the RLSREQ KSDS (see RLSREQ) is searched for the
      *           approved ('A') request against the newest FEEDCTL
      *           entry, the feed is released or backed out exactly as
      *           for a card, and the request is marked 'C' complete.
      *           FEEDCTL records the approver as the releasing id and
      *           the request's reason; RLSRPT shows both the proposer
      *           and the approver. If the feed is no longer held (a
      *           card release got there first) the request is marked
      *           'S' superseded and nothing else is done. Return codes
      *           are the same in both modes.
      *
      *           A date and cycle rerun after a BACKOUT has a second
      *           FEEDCTL entry. Its feed occurrence (01 for the first
      *           entry for the date and cycle, 02 for the next, ...)
      *           is counted as FEEDCTL is read, exactly as the FEEDCTLV
      *           load numbers it, and only a request made against the
      *           newest entry's occurrence is applied - one approved
      *           for the backed-out run is never used for the rerun.
      *           RLSRPT shows the occurrence as RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTRLS00.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEEDCTL-STATUS.

           SELECT RLSREQ-FILE ASSIGN TO RLSREQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RREQ-KEY
               FILE STATUS IS WS-RLSREQ-STATUS.

           SELECT RELEASE-RPT ASSIGN TO RLSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RLSRPT-STATUS.
           RECORDING MODE IS F.
       COPY FEEDCTL.

       FD  RLSREQ-FILE.
       COPY RLSREQ.

       FD  RELEASE-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).
       01  WS-RLSCTL-STATUS            PIC X(2).
       01  WS-FEEDCTL-STATUS           PIC X(2).
       01  WS-RLSRPT-STATUS            PIC X(2).
       01  WS-RLSREQ-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-RESULT-CODE          PIC 9(1) VALUE 8.
           05  WS-FCTL-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-FCTL-END             VALUE 'Y'.
           05  WS-MODE-SWITCH          PIC X    VALUE 'C'.
               88  WS-CARD-MODE            VALUE 'C'.
               88  WS-ONLINE-MODE          VALUE 'O'.
           05  WS-RREQ-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-RREQ-END             VALUE 'Y'.
           05  WS-RREQ-FOUND-SWITCH    PIC X    VALUE 'N'.
               88  WS-RREQ-FOUND           VALUE 'Y'.

      * The action, id and reason being applied - from the RLSCTL
      * card, or from the approved online request.
       01  WS-APPLY-AREA.
           05  WS-APPLY-ACTION         PIC X(8).
               88  WS-APPLY-RELEASE        VALUE 'RELEASE '.
               88  WS-APPLY-BACKOUT        VALUE 'BACKOUT '.
           05  WS-APPLY-OPER           PIC X(8).
           05  WS-APPLY-REASON         PIC X(22).

       01  WS-FCTL-POSITION.
           05  WS-FCTL-COUNT           PIC 9(4) VALUE ZERO.
           05  WS-FCTL-IX              PIC 9(4) VALUE ZERO.
           05  WS-PREV-FEED-KEY        PIC X(10) VALUE LOW-VALUES.
           05  WS-FEED-OCCURRENCE      PIC 9(2) VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-RPT-FEED-DATE        PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " CYC: ".
           05  WS-RPT-CYCLE            PIC 9(2).
           05  FILLER                  PIC X(6)  VALUE " RUN: ".
           05  WS-RPT-OCCURRENCE       PIC 9(2).
           05  FILLER                  PIC X(7)  VALUE "  BY:  ".
           05  WS-RPT-OPER             PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-REASON           PIC X(22).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-RPT-ONLINE-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "ONLINE REQUEST: ".
           05  WS-RPT-REQ-SEQ          PIC 9(3).
           05  FILLER                  PIC X(15) VALUE
               "  PROPOSED BY: ".
           05  WS-RPT-PROPOSER         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  WS-RPT-PROPOSE-DATE     PIC 9(8).
           05  FILLER                  PIC X(15) VALUE
               "  APPROVED BY: ".
           05  WS-RPT-APPROVER         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  WS-RPT-DECIDE-DATE      PIC 9(8).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(16).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CONTROL-CARD

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           IF LS-PARM-LEN NOT < 6
                   AND LS-PARM-TEXT(1:6) = "ONLINE"
               MOVE 'O' TO WS-MODE-SWITCH
           END-IF
           IF WS-CARD-MODE
               OPEN INPUT RLSCTL-FILE
               IF WS-RLSCTL-STATUS NOT = "00"
                   MOVE "RLSCTL-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-RLSCTL-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           ELSE
               OPEN I-O RLSREQ-FILE
               IF WS-RLSREQ-STATUS NOT = "00"
                   MOVE "RLSREQ-FILE" TO WS-FATAL-FILE-NAME
                   MOVE WS-RLSREQ-STATUS TO WS-FATAL-STATUS
                   PERFORM 9900-FATAL-FILE-ERROR
               END-IF
           END-IF
           OPEN I-O FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS NOT = "00"
           MOVE WS-SYS-DATE-8(1:4) TO WS-RUN-DATE(7:4).

       2000-READ-CONTROL-CARD.
           IF WS-CARD-MODE
               PERFORM 2100-READ-RLSCTL
           END-IF.

       2100-READ-RLSCTL.
           READ RLSCTL-FILE
               AT END
                   MOVE "NO CONTROL CARD SUPPLIED - NOTHING DONE"
               MOVE "RLSCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-RLSCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE RLS-ACTION TO WS-APPLY-ACTION
           MOVE RLS-OPERATOR-ID TO WS-APPLY-OPER
           MOVE RLS-REASON TO WS-APPLY-REASON.

       3000-APPLY-RELEASE-ACTION.
           PERFORM 3050-COUNT-CONTROL-RECORDS
               VARYING WS-FCTL-IX FROM 1 BY 1
               UNTIL WS-FCTL-IX > WS-FCTL-COUNT.

      * The feed occurrence restarts at 01 whenever the run date /
      * cycle changes, the same numbering the FEEDCTLV load gives.
       3080-READ-CONTROL-RECORD.
           READ FEEDCTL-FILE
           IF WS-FEEDCTL-STATUS NOT = "00"
               MOVE "FEEDCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-FEEDCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF FEEDCTL-RECORD(1:10) = WS-PREV-FEED-KEY
               ADD 1 TO WS-FEED-OCCURRENCE
           ELSE
               MOVE 1 TO WS-FEED-OCCURRENCE
           END-IF
           MOVE FEEDCTL-RECORD(1:10) TO WS-PREV-FEED-KEY.

       3100-VALIDATE-AND-UPDATE.
           IF WS-ONLINE-MODE
               PERFORM 3400-FIND-APPROVED-REQUEST
           END-IF
           EVALUATE TRUE
               WHEN WS-ONLINE-MODE AND NOT WS-RREQ-FOUND
                   MOVE "NO APPROVED ONLINE REQUEST FOR THE NEWEST FEED"
                       TO WS-RPT-MSG-TEXT
                   MOVE " - NOTHING DONE" TO WS-RPT-MSG-TEXT(47:15)
                   MOVE WS-RPT-MSG-LINE TO RPT-LINE
                   PERFORM 8000-WRITE-RPT-LINE
                   MOVE 8 TO WS-RESULT-CODE
               WHEN NOT FCTL-HELD
                   MOVE "FEED IS NOT HELD - NOTHING TO RELEASE"
                       TO WS-RPT-MSG-TEXT
                   MOVE WS-RPT-MSG-LINE TO RPT-LINE
                   PERFORM 8000-WRITE-RPT-LINE
                   IF WS-ONLINE-MODE
                       MOVE 'S' TO RREQ-STATUS
                       PERFORM 3500-CLOSE-REQUEST
                   END-IF
                   MOVE 8 TO WS-RESULT-CODE
               WHEN WS-APPLY-OPER = SPACES
                   MOVE "OPERATOR ID MISSING ON CONTROL CARD"
                       TO WS-RPT-MSG-TEXT
                   MOVE WS-RPT-MSG-LINE TO RPT-LINE
                   PERFORM 8000-WRITE-RPT-LINE
                   MOVE 8 TO WS-RESULT-CODE
               WHEN WS-APPLY-RELEASE
                   MOVE 'R' TO FCTL-STATUS
                   PERFORM 3200-RECORD-RELEASE
                   MOVE "RELEASED    " TO WS-RPT-ACTION-TEXT
                   PERFORM 3300-PRINT-ACTION
                   MOVE 0 TO WS-RESULT-CODE
               WHEN WS-APPLY-BACKOUT
                   MOVE 'B' TO FCTL-STATUS
                   PERFORM 3200-RECORD-RELEASE
                   MOVE "BACKED OUT  " TO WS-RPT-ACTION-TEXT
           END-EVALUATE.

       3200-RECORD-RELEASE.
           MOVE WS-APPLY-OPER TO FCTL-RELEASE-OPER
           MOVE WS-SYS-DATE-8 TO FCTL-RELEASE-DATE
           MOVE WS-APPLY-REASON TO FCTL-RELEASE-REASON
           REWRITE FEEDCTL-RECORD
           IF WS-FEEDCTL-STATUS NOT = "00"
               MOVE "FEEDCTL-FILE" TO WS-FATAL-FILE-NAME
           ELSE
               MOVE ZERO TO WS-RPT-CYCLE
           END-IF
           MOVE WS-FEED-OCCURRENCE TO WS-RPT-OCCURRENCE
           MOVE WS-APPLY-OPER TO WS-RPT-OPER
           MOVE WS-APPLY-REASON TO WS-RPT-REASON
           MOVE WS-RPT-ACTION-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF WS-ONLINE-MODE
               MOVE RREQ-SEQ TO WS-RPT-REQ-SEQ
               MOVE RREQ-PROPOSER TO WS-RPT-PROPOSER
               MOVE RREQ-PROPOSE-DATE TO WS-RPT-PROPOSE-DATE
               MOVE RREQ-APPROVER TO WS-RPT-APPROVER
               MOVE RREQ-DECIDE-DATE TO WS-RPT-DECIDE-DATE
               MOVE WS-RPT-ONLINE-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE 'C' TO RREQ-STATUS
               PERFORM 3500-CLOSE-REQUEST
           END-IF
           DISPLAY "GL FEED FOR " FCTL-RUN-DATE " "
               WS-RPT-ACTION-TEXT " BY " WS-APPLY-OPER.

      * Only one request per feed can be open at a time (AMTHLD00
      * refuses a second proposal), so the first approved one found
      * for the newest feed's occurrence is the one to apply.
       3400-FIND-APPROVED-REQUEST.
           MOVE FCTL-RUN-DATE TO RREQ-RUN-DATE
           MOVE FCTL-CYCLE TO RREQ-CYCLE
           MOVE WS-FEED-OCCURRENCE TO RREQ-FEED-OCCUR
           MOVE ZERO TO RREQ-SEQ
           START RLSREQ-FILE KEY IS NOT LESS THAN RREQ-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RREQ-EOF-SWITCH
           END-START
           PERFORM 3450-READ-NEXT-REQUEST
               UNTIL WS-RREQ-END OR WS-RREQ-FOUND
           IF WS-RREQ-FOUND
               MOVE RREQ-ACTION TO WS-APPLY-ACTION
               MOVE RREQ-APPROVER TO WS-APPLY-OPER
               MOVE RREQ-REASON TO WS-APPLY-REASON
           END-IF.

       3450-READ-NEXT-REQUEST.
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
                       OR RREQ-CYCLE NOT = FCTL-CYCLE
                       OR RREQ-FEED-OCCUR NOT = WS-FEED-OCCURRENCE
                   MOVE 'Y' TO WS-RREQ-EOF-SWITCH
               ELSE
                   IF RREQ-APPROVED
                       MOVE 'Y' TO WS-RREQ-FOUND-SWITCH
                   END-IF
               END-IF
           END-IF.

       3500-CLOSE-REQUEST.
           REWRITE RREQ-RECORD
           IF WS-RLSREQ-STATUS NOT = "00"
               MOVE "RLSREQ-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-RLSREQ-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-CARD-MODE
               CLOSE RLSCTL-FILE
           ELSE
               CLOSE RLSREQ-FILE
           END-IF
           CLOSE FEEDCTL-FILE
           CLOSE RELEASE-RPT.

