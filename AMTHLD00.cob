      ******************************************************************
      * PROGRAM:  AMTHLD00
      * PURPOSE:  Online CICS two-person release of a quarantined GL
      *           feed, run alongside AMTSTA00 by the overnight
      *           operators. When the newest FEEDCTL entry is held
      *           (status 'H') the screen shows its record count,
      *           control total and hold reason, the out-of-balance
      *           batches AMTSUM00 logged to AUDITTRL (BATCHOOB events:
      *           actual and expected count and total), and every
      *           release request already on file for that feed.
      *           One user proposes RELEASE or BACKOUT with a reason;
      *           a DIFFERENT signed-on user must approve it. Requests
      *           are kept on the RLSREQ KSDS (see RLSREQ) - pending,
      *           approved and rejected alike - and the FEEDCTL status
      *           itself is changed only by AMTRLS00 PARM='ONLINE'
      *           (job AMTRLAJ), which applies an approved request and
      *           runs the backout clean-up steps, so the feed history
      *           stays a batch-maintained file. Approving one's own
      *           proposal is refused; rejecting (or withdrawing) it is
      *           allowed. Only one open (pending or approved) request
      *           may exist per feed.
      *           User ids come from EXEC CICS ASSIGN USERID, never from
      *           the screen, so the control cannot be met by keying a
      *           colleague's id. A terminal that is not signed on runs
      *           under the region's default user and can therefore
      *           never approve another default-user proposal.
      *
      *           INPUT LINE (FIXED COLUMNS):
      *             COL 1     ACTION 'S' SHOW (OR BLANK) /
      *                       'P' PROPOSE / 'A' APPROVE / 'J' REJECT
      *             COL 2-9   'RELEASE ' OR 'BACKOUT ' ('P' ONLY)
      *             COL 10-29 REASON TEXT ('P' ONLY, REQUIRED)
      *
      *           FCT file 'FEEDCTLV' is the FEEDCTLV KSDS (keyed run
      *           date/cycle/feed occurrence, 12 bytes), the query copy
      *           of the flat FEEDCTL history that jobs AMTSUMJ,
      *           AMTRLSJ and AMTRLAJ rebuild with a DFSORT copy and
      *           IDCAMS REPRO REUSE after every change (same pattern
      *           as SUSPVSAM for AMTSUS00). The occurrence tells a
      *           rerun after a BACKOUT (02) from the backed-out run
      *           (01) of the same date and cycle; the newest entry is
      *           the highest key, and only the requests made against
      *           that occurrence are shown or acted on.
      *           'AUDITTRL' is the audit KSDS (see AUDITREC) and
      *           'RLSREQ' the release-request KSDS (see RLSREQ).
      *
      * NOTE:     This program uses EXEC CICS commands, a vendor
      *           runtime extension that GnuCOBOL's translator/compiler
      *           does not support. It cannot be checked with
      *           `cobc -fsyntax-only` like the batch programs in this
      *           repo and has been hand desk-checked against the
      *           FEEDCTL/AUDITREC/RLSREQ layouts and standard CICS
      *           command syntax instead (same convention as
      *           AMTINQ00/AMTSTA00/AMTSUS00).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTHLD00.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INPUT-AREA.
           05  WS-INPUT-LENGTH         PIC S9(4) COMP VALUE 29.
           05  WS-INPUT-TEXT.
               10  WS-IN-ACTION        PIC X(1).
               10  WS-IN-RLS-ACTION    PIC X(8).
               10  WS-IN-REASON        PIC X(20).

       01  WS-RESP-CODE                PIC S9(8) COMP.
       01  WS-RESP-CODE-2              PIC S9(8) COMP.

       01  WS-USER-ID                  PIC X(8)  VALUE SPACES.
       01  WS-ABS-TIME                 PIC S9(15) COMP-3.
       01  WS-TODAY-8                  PIC 9(8).
       01  WS-NOW-6                    PIC 9(6).

       01  WS-FEED-KEY-AREA.
           05  WS-FK-RUN-DATE          PIC 9(8).
           05  WS-FK-CYCLE             PIC 9(2).
           05  WS-FK-OCCURRENCE        PIC 9(2).

      * FEEDCTLV record: the FEEDCTL entry with its feed occurrence
      * inserted after the cycle (see FEEDCTL copybook).
       01  WS-FEEDCTLV-RECORD.
           05  WS-FCTLV-KEY.
               10  WS-FCTLV-RUN-DATE   PIC 9(8).
               10  WS-FCTLV-CYCLE      PIC 9(2).
               10  WS-FCTLV-OCCURRENCE PIC 9(2).
           05  WS-FCTLV-DATA           PIC X(70).

      * The held feed's run date / cycle / occurrence, saved for the
      * end-of-feed tests while the browses below move their own key
      * fields.
       01  WS-HELD-FEED-KEY.
           05  WS-HELD-RUN-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-HELD-CYCLE           PIC 9(2)  VALUE ZERO.
           05  WS-HELD-OCCURRENCE      PIC 9(2)  VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-FEED-FOUND-SWITCH    PIC X     VALUE 'N'.
               88  WS-FEED-FOUND           VALUE 'Y'.
           05  WS-FEED-HELD-SWITCH     PIC X     VALUE 'N'.
               88  WS-FEED-IS-HELD         VALUE 'Y'.
           05  WS-BROWSE-DONE-SWITCH   PIC X     VALUE 'N'.
               88  WS-BROWSE-DONE          VALUE 'Y'.

       01  WS-REQUEST-CONTROL.
           05  WS-LAST-SEQ             PIC 9(3)  VALUE ZERO.
           05  WS-OPEN-SEQ             PIC 9(3)  VALUE ZERO.
           05  WS-OPEN-STATUS          PIC X(1)  VALUE SPACE.
               88  WS-OPEN-PENDING         VALUE 'P'.
               88  WS-OPEN-APPROVED        VALUE 'A'.
               88  WS-NO-OPEN-REQUEST      VALUE SPACE.

       01  WS-BROWSE-CONTROL.
           05  WS-OOB-WANTED           PIC 9(2)  VALUE 8.
           05  WS-OOB-FOUND            PIC 9(2)  VALUE ZERO.
           05  WS-REQ-WANTED           PIC 9(2)  VALUE 6.
           05  WS-REQ-FOUND            PIC 9(2)  VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE "HELD GL FEED - TWO-PERSON RELEASE  USER ".
           05  WS-OUT-USER-ID          PIC X(8).
           05  FILLER                  PIC X(31) VALUE SPACES.

       01  WS-PROMPT-LINE.
           05  FILLER                  PIC X(40)
               VALUE "S=SHOW  P+RELEASE/BACKOUT+REASON=PROPOSE".
           05  FILLER                  PIC X(39)
               VALUE "  A=APPROVE  J=REJECT".

       01  WS-FEED-LINE.
           05  FILLER                  PIC X(5)  VALUE "FEED ".
           05  WS-OUT-FEED-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-OUT-FEED-CYCLE       PIC 9(2).
           05  FILLER                  PIC X(5)  VALUE " STS ".
           05  WS-OUT-FEED-STATUS      PIC X(1).
           05  FILLER                  PIC X(5)  VALUE " CNT ".
           05  WS-OUT-FEED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(5)  VALUE " TOT ".
           05  WS-OUT-FEED-TOTAL       PIC -9(12).99.
           05  FILLER                  PIC X(6)  VALUE " HOLD ".
           05  WS-OUT-HOLD-REASON      PIC X(12).
           05  FILLER                  PIC X(4)  VALUE " RUN".
           05  WS-OUT-FEED-OCCURRENCE  PIC 9(2).

       01  WS-OOB-LINE.
           05  FILLER                  PIC X(10) VALUE "OOB BATCH ".
           05  WS-OUT-OOB-BATCH        PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " ACT ".
           05  WS-OUT-OOB-ACT-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OUT-OOB-ACT-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(5)  VALUE " EXP ".
           05  WS-OUT-OOB-EXP-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OUT-OOB-EXP-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-REQ-LINE.
           05  FILLER                  PIC X(4)  VALUE "REQ ".
           05  WS-OUT-REQ-SEQ          PIC 9(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OUT-REQ-ACTION       PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " STS ".
           05  WS-OUT-REQ-STATUS       PIC X(1).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  WS-OUT-REQ-PROPOSER     PIC X(8).
           05  FILLER                  PIC X(6)  VALUE " APPR ".
           05  WS-OUT-REQ-APPROVER     PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OUT-REQ-REASON       PIC X(20).
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  WS-MSG-LINE                 PIC X(79).

      * All output lines are gathered into one screen area, each
      * line followed by a new-line character, and sent as a single
      * SEND TEXT - same technique as AMTSTA00.
       01  WS-NEWLINE-CHAR             PIC X(1) VALUE X'15'.

       01  WS-SCREEN-AREA.
           05  WS-SCR-ENTRY OCCURS 20 TIMES.
               10  WS-SCR-TEXT         PIC X(79).
               10  WS-SCR-NL           PIC X(1).

       01  WS-SCREEN-CONTROL.
           05  WS-SCR-LINE-COUNT       PIC S9(4) COMP VALUE ZERO.
           05  WS-SEND-LENGTH          PIC S9(4) COMP VALUE ZERO.

       01  WS-BUILD-LINE               PIC X(79).

           COPY FEEDCTL.

           COPY AUDITREC.

           COPY RLSREQ.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-RECEIVE-REQUEST
           PERFORM 1100-GET-USER-AND-TIME
           PERFORM 2000-READ-NEWEST-FEED
           IF WS-FEED-IS-HELD
               PERFORM 2500-FIND-OPEN-REQUEST
           END-IF
           EVALUATE WS-IN-ACTION
               WHEN 'S'
               WHEN SPACE
                   CONTINUE
               WHEN 'P'
                   PERFORM 3000-PROPOSE-REQUEST
               WHEN 'A'
               WHEN 'J'
                   PERFORM 4000-DECIDE-REQUEST
               WHEN OTHER
                   MOVE "INVALID ACTION - USE S, P, A OR J"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
           END-EVALUATE
           IF WS-FEED-IS-HELD
               PERFORM 5000-SHOW-OOB-BATCHES
               PERFORM 6000-SHOW-REQUESTS
           END-IF
           PERFORM 9000-SEND-SCREEN
           EXEC CICS RETURN END-EXEC.

       1000-RECEIVE-REQUEST.
           MOVE -1 TO WS-RESP-CODE
           PERFORM 1050-PROMPT-AND-RECEIVE
               UNTIL WS-RESP-CODE = DFHRESP(NORMAL).

       1050-PROMPT-AND-RECEIVE.
           EXEC CICS SEND TEXT
               FROM(WS-PROMPT-LINE)
               LENGTH(79)
               ERASE
           END-EXEC
           MOVE SPACES TO WS-INPUT-TEXT
           MOVE 29 TO WS-INPUT-LENGTH
           EXEC CICS RECEIVE
               INTO(WS-INPUT-TEXT)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP-CODE)
           END-EXEC.

       1100-GET-USER-AND-TIME.
           EXEC CICS ASSIGN
               USERID(WS-USER-ID)
               RESP(WS-RESP-CODE)
           END-EXEC
           EXEC CICS ASKTIME
               ABSTIME(WS-ABS-TIME)
           END-EXEC
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-TODAY-8)
               TIME(WS-NOW-6)
           END-EXEC
           MOVE WS-USER-ID TO WS-OUT-USER-ID
           MOVE WS-TITLE-LINE TO WS-BUILD-LINE
           PERFORM 8000-ADD-SCREEN-LINE.

      * Newest FEEDCTL entry: browse backwards from the highest key,
      * the same way AMTSTA00 finds the latest RUNEND. For a date and
      * cycle rerun after a BACKOUT that is the highest occurrence.
       2000-READ-NEWEST-FEED.
           MOVE HIGH-VALUES TO WS-FEED-KEY-AREA
           EXEC CICS STARTBR
               DATASET('FEEDCTLV')
               RIDFLD(WS-FEED-KEY-AREA)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
                   OR WS-RESP-CODE = DFHRESP(NOTFND)
               EXEC CICS READPREV
                   DATASET('FEEDCTLV')
                   INTO(WS-FEEDCTLV-RECORD)
                   RIDFLD(WS-FEED-KEY-AREA)
                   RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-FEED-FOUND-SWITCH
                   MOVE WS-FCTLV-RUN-DATE TO FCTL-RUN-DATE
                   MOVE WS-FCTLV-CYCLE TO FCTL-CYCLE
                   MOVE WS-FCTLV-DATA TO FEEDCTL-RECORD(11:70)
               END-IF
               EXEC CICS ENDBR
                   DATASET('FEEDCTLV')
                   RESP(WS-RESP-CODE-2)
               END-EXEC
           END-IF
           IF NOT WS-FEED-FOUND
               MOVE "NO FEED CONTROL ENTRY ON FILE" TO WS-MSG-LINE
               PERFORM 8100-ADD-MSG-LINE
           ELSE
               MOVE FCTL-RUN-DATE TO WS-OUT-FEED-DATE
               MOVE FCTL-CYCLE TO WS-OUT-FEED-CYCLE
               MOVE FCTL-STATUS TO WS-OUT-FEED-STATUS
               MOVE FCTL-RECORD-COUNT TO WS-OUT-FEED-COUNT
               MOVE FCTL-CONTROL-TOTAL TO WS-OUT-FEED-TOTAL
               MOVE FCTL-HOLD-REASON TO WS-OUT-HOLD-REASON
               MOVE WS-FCTLV-OCCURRENCE TO WS-OUT-FEED-OCCURRENCE
               MOVE WS-FEED-LINE TO WS-BUILD-LINE
               PERFORM 8000-ADD-SCREEN-LINE
               IF FCTL-HELD
                   MOVE 'Y' TO WS-FEED-HELD-SWITCH
                   MOVE FCTL-RUN-DATE TO WS-HELD-RUN-DATE
                   MOVE FCTL-CYCLE TO WS-HELD-CYCLE
                   MOVE WS-FCTLV-OCCURRENCE TO WS-HELD-OCCURRENCE
               ELSE
                   MOVE "NEWEST FEED IS NOT HELD - NOTHING TO RELEASE"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               END-IF
           END-IF.

      * Finds the highest request sequence for the held feed and any
      * request still open (pending, or approved but not yet applied
      * by AMTRLS00).
       2500-FIND-OPEN-REQUEST.
           MOVE ZERO TO WS-LAST-SEQ
           MOVE ZERO TO WS-OPEN-SEQ
           MOVE SPACE TO WS-OPEN-STATUS
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE WS-HELD-RUN-DATE TO RREQ-RUN-DATE
           MOVE WS-HELD-CYCLE TO RREQ-CYCLE
           MOVE WS-HELD-OCCURRENCE TO RREQ-FEED-OCCUR
           MOVE ZERO TO RREQ-SEQ
           EXEC CICS STARTBR
               DATASET('RLSREQ')
               RIDFLD(RREQ-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2550-SCAN-REQUEST
                   UNTIL WS-BROWSE-DONE
               EXEC CICS ENDBR
                   DATASET('RLSREQ')
                   RESP(WS-RESP-CODE-2)
               END-EXEC
           END-IF.

       2550-SCAN-REQUEST.
           EXEC CICS READNEXT
               DATASET('RLSREQ')
               INTO(RREQ-RECORD)
               RIDFLD(RREQ-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF RREQ-RUN-DATE NOT = WS-HELD-RUN-DATE
                       OR RREQ-CYCLE NOT = WS-HELD-CYCLE
                       OR RREQ-FEED-OCCUR NOT = WS-HELD-OCCURRENCE
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               ELSE
                   MOVE RREQ-SEQ TO WS-LAST-SEQ
                   IF RREQ-PENDING OR RREQ-APPROVED
                       MOVE RREQ-SEQ TO WS-OPEN-SEQ
                       MOVE RREQ-STATUS TO WS-OPEN-STATUS
                   END-IF
               END-IF
           END-IF.

       3000-PROPOSE-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-FEED-IS-HELD
                   CONTINUE
               WHEN NOT WS-NO-OPEN-REQUEST
                   MOVE "A REQUEST IS ALREADY OPEN FOR THIS FEED"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN WS-IN-RLS-ACTION NOT = "RELEASE "
                       AND WS-IN-RLS-ACTION NOT = "BACKOUT "
                   MOVE "PROPOSE RELEASE OR BACKOUT IN COLS 2-9"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN WS-IN-REASON = SPACES
                   MOVE "REASON REQUIRED IN COLS 10-29" TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN WS-LAST-SEQ = 999
                   MOVE "REQUEST LIMIT REACHED - USE JOB AMTRLSJ"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN OTHER
                   PERFORM 3100-WRITE-REQUEST
           END-EVALUATE.

       3100-WRITE-REQUEST.
           MOVE SPACES TO RREQ-RECORD
           MOVE WS-HELD-RUN-DATE TO RREQ-RUN-DATE
           MOVE WS-HELD-CYCLE TO RREQ-CYCLE
           MOVE WS-HELD-OCCURRENCE TO RREQ-FEED-OCCUR
           COMPUTE RREQ-SEQ = WS-LAST-SEQ + 1
           MOVE WS-IN-RLS-ACTION TO RREQ-ACTION
           MOVE 'P' TO RREQ-STATUS
           MOVE WS-USER-ID TO RREQ-PROPOSER
           MOVE WS-TODAY-8 TO RREQ-PROPOSE-DATE
           MOVE WS-NOW-6 TO RREQ-PROPOSE-TIME
           MOVE WS-IN-REASON TO RREQ-REASON
           MOVE SPACES TO RREQ-APPROVER
           MOVE ZERO TO RREQ-DECIDE-DATE
           EXEC CICS WRITE
               DATASET('RLSREQ')
               FROM(RREQ-RECORD)
               RIDFLD(RREQ-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               MOVE "REQUEST PROPOSED - ANOTHER USER MUST APPROVE"
                   TO WS-MSG-LINE
           ELSE
               MOVE "REQUEST NOT WRITTEN - RE-ENTER TO TRY AGAIN"
                   TO WS-MSG-LINE
           END-IF
           PERFORM 8100-ADD-MSG-LINE.

       4000-DECIDE-REQUEST.
           EVALUATE TRUE
               WHEN NOT WS-FEED-IS-HELD
                   CONTINUE
               WHEN NOT WS-OPEN-PENDING
                   MOVE "NO PENDING REQUEST FOR THIS FEED"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN OTHER
                   PERFORM 4100-UPDATE-REQUEST
           END-EVALUATE.

      * The request is re-read for update so two approvers acting at
      * once cannot both succeed, and the proposer test is made on
      * the locked copy.
       4100-UPDATE-REQUEST.
           MOVE WS-HELD-RUN-DATE TO RREQ-RUN-DATE
           MOVE WS-HELD-CYCLE TO RREQ-CYCLE
           MOVE WS-HELD-OCCURRENCE TO RREQ-FEED-OCCUR
           MOVE WS-OPEN-SEQ TO RREQ-SEQ
           EXEC CICS READ
               DATASET('RLSREQ')
               INTO(RREQ-RECORD)
               RIDFLD(RREQ-KEY)
               UPDATE
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE "REQUEST NOT FOUND - RE-ENTER TO REFRESH"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN NOT RREQ-PENDING
                   EXEC CICS UNLOCK
                       DATASET('RLSREQ')
                       RESP(WS-RESP-CODE-2)
                   END-EXEC
                   MOVE "REQUEST ALREADY DECIDED BY ANOTHER USER"
                       TO WS-MSG-LINE
                   PERFORM 8100-ADD-MSG-LINE
               WHEN WS-IN-ACTION = 'A'
                       AND RREQ-PROPOSER = WS-USER-ID
                   EXEC CICS UNLOCK
                       DATASET('RLSREQ')
                       RESP(WS-RESP-CODE-2)
                   END-EXEC
                   MOVE "REFUSED - YOU PROPOSED THIS REQUEST; A "
                       TO WS-MSG-LINE
                   MOVE "DIFFERENT USER MUST APPROVE"
                       TO WS-MSG-LINE(40:27)
                   PERFORM 8100-ADD-MSG-LINE
               WHEN OTHER
                   PERFORM 4200-REWRITE-REQUEST
           END-EVALUATE.

       4200-REWRITE-REQUEST.
           IF WS-IN-ACTION = 'A'
               MOVE 'A' TO RREQ-STATUS
           ELSE
               MOVE 'J' TO RREQ-STATUS
           END-IF
           MOVE WS-USER-ID TO RREQ-APPROVER
           MOVE WS-TODAY-8 TO RREQ-DECIDE-DATE
           EXEC CICS REWRITE
               DATASET('RLSREQ')
               FROM(RREQ-RECORD)
               RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE "REQUEST NOT UPDATED - RE-ENTER TO TRY AGAIN"
                       TO WS-MSG-LINE
               WHEN RREQ-APPROVED
                   MOVE "APPROVED - FEED STATUS CHANGES WHEN JOB "
                       TO WS-MSG-LINE
                   MOVE "AMTRLAJ RUNS" TO WS-MSG-LINE(41:12)
               WHEN OTHER
                   MOVE "REQUEST REJECTED - FEED STAYS HELD"
                       TO WS-MSG-LINE
           END-EVALUATE
           PERFORM 8100-ADD-MSG-LINE.

      * BATCHOOB events AMTSUM00 logged for the held run date/cycle.
       5000-SHOW-OOB-BATCHES.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE LOW-VALUES TO AUDIT-KEY
           MOVE WS-HELD-RUN-DATE TO AUDIT-RUN-DATE
           MOVE WS-HELD-CYCLE TO AUDIT-CYCLE
           EXEC CICS STARTBR
               DATASET('AUDITTRL')
               RIDFLD(AUDIT-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 5100-READ-NEXT-EVENT
                   UNTIL WS-BROWSE-DONE
                   OR WS-OOB-FOUND NOT < WS-OOB-WANTED
               EXEC CICS ENDBR
                   DATASET('AUDITTRL')
                   RESP(WS-RESP-CODE-2)
               END-EXEC
           END-IF
           IF WS-OOB-FOUND = ZERO
               MOVE "NO BATCH-LEVEL BREAK LOGGED - SEE SUMRPT FOR THE "
                   TO WS-MSG-LINE
               MOVE "RUN TOTALS" TO WS-MSG-LINE(50:10)
               PERFORM 8100-ADD-MSG-LINE
           END-IF.

       5100-READ-NEXT-EVENT.
           EXEC CICS READNEXT
               DATASET('AUDITTRL')
               INTO(AUDIT-RECORD)
               RIDFLD(AUDIT-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF AUDIT-RUN-DATE NOT = WS-HELD-RUN-DATE
                       OR AUDIT-CYCLE NOT = WS-HELD-CYCLE
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               ELSE
                   IF AUDIT-EVENT-CODE = "BATCHOOB"
                       ADD 1 TO WS-OOB-FOUND
                       MOVE AUDIT-BATCH-ID TO WS-OUT-OOB-BATCH
                       MOVE AUDIT-RECORDS-READ TO WS-OUT-OOB-ACT-COUNT
                       MOVE AUDIT-CONTROL-TOTAL
                           TO WS-OUT-OOB-ACT-TOTAL
                       MOVE AUDIT-OOB-EXP-COUNT
                           TO WS-OUT-OOB-EXP-COUNT
                       MOVE AUDIT-OOB-EXP-TOTAL
                           TO WS-OUT-OOB-EXP-TOTAL
                       MOVE WS-OOB-LINE TO WS-BUILD-LINE
                       PERFORM 8000-ADD-SCREEN-LINE
                   END-IF
               END-IF
           END-IF.

      * Every request on file for the held feed, after any update
      * made above, so the screen shows the state just left behind.
       6000-SHOW-REQUESTS.
           MOVE 'N' TO WS-BROWSE-DONE-SWITCH
           MOVE WS-HELD-RUN-DATE TO RREQ-RUN-DATE
           MOVE WS-HELD-CYCLE TO RREQ-CYCLE
           MOVE WS-HELD-OCCURRENCE TO RREQ-FEED-OCCUR
           MOVE ZERO TO RREQ-SEQ
           EXEC CICS STARTBR
               DATASET('RLSREQ')
               RIDFLD(RREQ-KEY)
               GTEQ
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 6100-READ-NEXT-REQUEST
                   UNTIL WS-BROWSE-DONE
                   OR WS-REQ-FOUND NOT < WS-REQ-WANTED
               EXEC CICS ENDBR
                   DATASET('RLSREQ')
                   RESP(WS-RESP-CODE-2)
               END-EXEC
           END-IF
           IF WS-REQ-FOUND = ZERO
               MOVE "NO RELEASE REQUESTS FOR THIS FEED" TO WS-MSG-LINE
               PERFORM 8100-ADD-MSG-LINE
           END-IF.

       6100-READ-NEXT-REQUEST.
           EXEC CICS READNEXT
               DATASET('RLSREQ')
               INTO(RREQ-RECORD)
               RIDFLD(RREQ-KEY)
               RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
           ELSE
               IF RREQ-RUN-DATE NOT = WS-HELD-RUN-DATE
                       OR RREQ-CYCLE NOT = WS-HELD-CYCLE
                       OR RREQ-FEED-OCCUR NOT = WS-HELD-OCCURRENCE
                   MOVE 'Y' TO WS-BROWSE-DONE-SWITCH
               ELSE
                   ADD 1 TO WS-REQ-FOUND
                   MOVE RREQ-SEQ TO WS-OUT-REQ-SEQ
                   MOVE RREQ-ACTION TO WS-OUT-REQ-ACTION
                   MOVE RREQ-STATUS TO WS-OUT-REQ-STATUS
                   MOVE RREQ-PROPOSER TO WS-OUT-REQ-PROPOSER
                   MOVE RREQ-APPROVER TO WS-OUT-REQ-APPROVER
                   MOVE RREQ-REASON TO WS-OUT-REQ-REASON
                   MOVE WS-REQ-LINE TO WS-BUILD-LINE
                   PERFORM 8000-ADD-SCREEN-LINE
               END-IF
           END-IF.

       8000-ADD-SCREEN-LINE.
           IF WS-SCR-LINE-COUNT < 20
               ADD 1 TO WS-SCR-LINE-COUNT
               MOVE WS-BUILD-LINE
                   TO WS-SCR-TEXT(WS-SCR-LINE-COUNT)
               MOVE WS-NEWLINE-CHAR
                   TO WS-SCR-NL(WS-SCR-LINE-COUNT)
           END-IF.

       8100-ADD-MSG-LINE.
           MOVE WS-MSG-LINE TO WS-BUILD-LINE
           PERFORM 8000-ADD-SCREEN-LINE.

       9000-SEND-SCREEN.
           MOVE WS-PROMPT-LINE TO WS-BUILD-LINE
           PERFORM 8000-ADD-SCREEN-LINE
           COMPUTE WS-SEND-LENGTH = WS-SCR-LINE-COUNT * 80
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(WS-SEND-LENGTH)
               ERASE
               RESP(WS-RESP-CODE-2)
           END-EXEC.
