      *           transaction definition; the operator id keyed on
      *           the request is carried onto the correction record
      *           for the CORRRPT audit trail.
      *           A write-off over the approval limit on AMTCOR00's
      *           WOCTL card is applied only when the correction also
      *           names a second approver; the approver id is keyed
      *           with the write-off and must not be the operator's
      *           own. A write-off queued without one stays open and is
      *           shown on the browse as awaiting approval (WO-APPR)
      *           until it is keyed again with an approver.
      *
      *           INPUT LINE (FIXED COLUMNS, SAME SHAPE AS A CORRIN
      *           CARD - SEE AMTCORJ):
      *             COL 17-25 REPLACEMENT DATA-1 (BLANK = KEEP)
      *             COL 26-34 REPLACEMENT DATA-2 (BLANK = KEEP)
      *             COL 35-42 OPERATOR ID ('R'/'W' ONLY, REQUIRED)
      *             COL 43-50 APPROVER ID ('W' ONLY - REQUIRED OVER
      *                       THE WRITE-OFF APPROVAL LIMIT)
      *
      *           FCT file 'SUSPENSE' is the SUSPVSAM KSDS (keyed
      *           SUSP-RUN-DATE/SUSP-SEQ, 15 bytes), the query copy
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-INPUT-AREA.
           05  WS-INPUT-LENGTH         PIC S9(4) COMP VALUE 50.
           05  WS-INPUT-TEXT.
               10  WS-IN-ACTION        PIC X(1).
               10  WS-IN-RUN-DATE      PIC X(8).
               10  WS-IN-NEW-DATA-1    PIC X(9).
               10  WS-IN-NEW-DATA-2    PIC X(9).
               10  WS-IN-OPERATOR-ID   PIC X(8).
               10  WS-IN-APPROVER-ID   PIC X(8).

       01  WS-RESP-CODE                PIC S9(8) COMP.
       01  WS-RESP-CODE-2              PIC S9(8) COMP.
           05  WS-CQ-NEW-DATA-1        PIC X(9).
           05  WS-CQ-NEW-DATA-2        PIC X(9).
           05  WS-CQ-OPERATOR-ID       PIC X(8).
           05  WS-CQ-APPROVER-ID       PIC X(8).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-BROWSE-CONTROL.
           05  WS-ROWS-WANTED          PIC 9(1)  VALUE 6.
           05  WS-OUT-DATA-1           PIC -9(7).99.
           05  FILLER                  PIC X(4)  VALUE " D2 ".
           05  WS-OUT-DATA-2           PIC -9(7).99.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-OUT-WO-FLAG          PIC X(7).
           05  FILLER                  PIC X(15) VALUE SPACES.

       01  WS-MSG-LINE                 PIC X(79).

                   LENGTH(79)
                   ERASE
               END-EXEC
               MOVE SPACES TO WS-INPUT-TEXT
               MOVE 50 TO WS-INPUT-LENGTH
               EXEC CICS RECEIVE
                   INTO(WS-INPUT-TEXT)
                   LENGTH(WS-INPUT-LENGTH)
                   MOVE SUSP-STATUS TO WS-OUT-STATUS
                   MOVE SUSP-DATA-1 TO WS-OUT-DATA-1
                   MOVE SUSP-DATA-2 TO WS-OUT-DATA-2
                   IF SUSP-OPEN AND SUSP-WO-AWAITING-APPROVAL
                       MOVE "WO-APPR" TO WS-OUT-WO-FLAG
                   ELSE
                       MOVE SPACES TO WS-OUT-WO-FLAG
                   END-IF
                   MOVE WS-DETAIL-LINE TO WS-BUILD-LINE
                   PERFORM 4000-ADD-SCREEN-LINE
               END-IF
               WHEN WS-IN-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID REQUIRED" TO WS-MSG-LINE
                   PERFORM 4100-ADD-MSG-LINE
               WHEN WS-IN-ACTION = 'W'
                   AND WS-IN-APPROVER-ID NOT = SPACES
                   AND WS-IN-APPROVER-ID = WS-IN-OPERATOR-ID
                   MOVE "APPROVER MUST NOT BE THE OPERATOR"
                       TO WS-MSG-LINE
                   PERFORM 4100-ADD-MSG-LINE
               WHEN OTHER
                   PERFORM 3100-READ-SUSPENSE-RECORD
           END-EVALUATE.
           MOVE WS-IN-NEW-DATA-1 TO WS-CQ-NEW-DATA-1
           MOVE WS-IN-NEW-DATA-2 TO WS-CQ-NEW-DATA-2
           MOVE WS-IN-OPERATOR-ID TO WS-CQ-OPERATOR-ID
           IF WS-IN-ACTION = 'W'
               MOVE WS-IN-APPROVER-ID TO WS-CQ-APPROVER-ID
           ELSE
               MOVE SPACES TO WS-CQ-APPROVER-ID
           END-IF
           EXEC CICS WRITEQ TD
               QUEUE('CORQ')
               FROM(WS-CORQ-RECORD)
