      ******************************************************************
      * PROGRAM:  AMTREV00
      * PURPOSE:  Reversal of a batch that has already posted to the
      *           ledger. AMTRLS00 BACKOUT only helps while a feed is
      *           still held; once a clean or released GLFEED has
      *           gone to the ledger and a department reports the
      *           batch was wrong, this utility backs it out. Driven
      *           by a REVCTL control card naming the run date and
      *           cycle plus a batch id and/or a department, it
      *           reads the matching pairs from the AMTLOOK KSDS and
      *           for each one:
      *             - writes an offsetting GL-FEED-RECORD to REVFEED
      *               (amounts negated, GL-ENTRY-IND 'R', GL-ORIG-REF
      *               pointing back at the original pair - see GLFEED;
      *               both the functional and the original-currency
      *               amounts are negated, at the original rate)
      *             - marks the AMTLOOK record reversed (LOOKUP-REV-IND
      *               'R') so AMTINQ00 shows it as reversed and
      *               AMTMON00 / AMTTRD00 stop counting it as live
      *           Pairs already reversed by an earlier run are counted
      *           and skipped, so a resubmit after an abend picks up
      *           only what is left.
      *           The reversal respects PERDREC: when the original run
      *           date falls in a month AMTMON00 has closed, the
      *           offsets are dated in the current period (the BUSCAL
      *           business date and cycle) and carry the prior-period
      *           adjustment flag, exactly as AMTSUM00 diverts late
      *           activity. Otherwise they carry the original run date
      *           and cycle so the reversal nets out in the same day.
      *           When the month's fiscal year has been closed by
      *           AMTYRE00 the flag is the prior-year 'Y' instead.
      *           A REVERSAL event (pairs reversed, original total,
      *           operator id and reason) is appended to AUDITTRL and
      *           the REVRPT report lists every pair with its offset
      *           and proves the original and offsetting totals net
      *           to zero. RETURN-CODE 0 = reversed, 8 = nothing done
      *           (bad or missing control card, or no live pairs
      *           matched).
      *
      *           REVCTL CONTROL CARD LAYOUT (LRECL 80):
      *             COL 1-8   RUN DATE OF THE POSTED RUN (YYYYMMDD)
      *             COL 9-10  PROCESSING CYCLE OF THAT RUN
      *             COL 11-18 BATCH ID  (BLANK = EVERY BATCH OF DEPT)
      *             COL 19-22 DEPARTMENT (BLANK = EVERY DEPT OF BATCH)
      *             COL 23-30 OPERATOR ID
      *             COL 31-52 REASON TEXT
      *           At least one of batch id and department is required;
      *           when both are given a pair must match both.
      *           Offsets carry the GL cost center and natural account
      *           the DEPTMAST department master maps the pair's
      *           department to today (see DEPTREC), the same mapping
      *           AMTSUM00 stamps on a normal feed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTREV00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVCTL-FILE ASSIGN TO REVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVCTL-STATUS.

           SELECT CAL-FILE ASSIGN TO BUSCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.

           SELECT PERIOD-FILE ASSIGN TO PERIODS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PERIOD-STATUS.

           SELECT DEPT-FILE ASSIGN TO DEPTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT LOOKUP-FILE ASSIGN TO AMTLOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.

           SELECT GL-FEED-FILE ASSIGN TO REVFEED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITTRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REVERSAL-RPT ASSIGN TO REVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVCTL-FILE
           RECORDING MODE IS F.
       01  REVCTL-RECORD.
           05  REV-RUN-DATE            PIC 9(8).
           05  REV-CYCLE               PIC 9(2).
           05  REV-BATCH-ID            PIC X(8).
           05  REV-DEPT                PIC X(4).
           05  REV-OPERATOR-ID         PIC X(8).
           05  REV-REASON              PIC X(22).
           05  FILLER                  PIC X(28).

       FD  CAL-FILE
           RECORDING MODE IS F.
       COPY CALREC.

       FD  PERIOD-FILE
           RECORDING MODE IS F.
       COPY PERDREC.

       FD  DEPT-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

       FD  LOOKUP-FILE.
       COPY AMTLOOK.

       FD  GL-FEED-FILE
           RECORDING MODE IS F.
       COPY GLFEED.

       FD  AUDIT-FILE.
       COPY AUDITREC.

       FD  REVERSAL-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REVCTL-STATUS            PIC X(2).
       01  WS-BUSCAL-STATUS            PIC X(2).
       01  WS-PERIOD-STATUS            PIC X(2).
       01  WS-DEPT-STATUS              PIC X(2).
       01  WS-LOOKUP-STATUS            PIC X(2).
       01  WS-GLFEED-STATUS            PIC X(2).
       01  WS-AUDIT-STATUS             PIC X(2).
       01  WS-REVRPT-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

       01  WS-DEPT-MAP-AREA.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-DEPT          PIC X(4).
               10  WS-DM-COST-CENTER   PIC X(5).
               10  WS-DM-NAT-ACCOUNT   PIC X(6).

       01  WS-SWITCHES.
           05  WS-RESULT-CODE          PIC 9(1) VALUE 8.
           05  WS-CARD-VALID-SWITCH    PIC X    VALUE 'N'.
               88  WS-CARD-VALID           VALUE 'Y'.
           05  WS-LOOK-EOF-SWITCH      PIC X    VALUE 'N'.
               88  WS-LOOK-END             VALUE 'Y'.
           05  WS-PAIR-MATCH-SWITCH    PIC X    VALUE 'N'.
               88  WS-PAIR-MATCHES         VALUE 'Y'.
           05  WS-PPA-SWITCH           PIC X    VALUE 'N'.
               88  WS-PPA-DIVERTED         VALUE 'Y'.
           05  WS-PYA-SWITCH           PIC X    VALUE 'N'.
               88  WS-PYA-DIVERTED         VALUE 'Y'.
           05  WS-CUR-CLOSED-SWITCH    PIC X    VALUE 'N'.
               88  WS-CUR-PERIOD-CLOSED    VALUE 'Y'.

       01  WS-CALENDAR-AREA.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-BUS-DATE-8           PIC 9(8).
           05  WS-BUS-CYCLE            PIC 9(2) VALUE 1.
           05  WS-CAL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAL-END              VALUE 'Y'.
           05  WS-RUN-DATE             PIC X(10).

       01  WS-PERIOD-AREA.
           05  WS-PERD-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-PERD-END             VALUE 'Y'.
           05  WS-PM-MAX               PIC S9(4) COMP VALUE +60.
           05  WS-PM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-PM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-PM-ENTRY OCCURS 60 TIMES.
               10  WS-PM-MONTH         PIC 9(6).
               10  WS-PM-YEAR-STATUS   PIC X(1).

       01  WS-REVERSAL-CONTROL.
           05  WS-POST-DATE            PIC 9(8).
           05  WS-POST-CYCLE           PIC 9(2).
           05  WS-MATCH-COUNT          PIC 9(7)      VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(7)      VALUE ZERO.
           05  WS-ALREADY-COUNT        PIC 9(7)      VALUE ZERO.
           05  WS-ORIG-TOTAL           PIC S9(12)V99 VALUE ZERO.
           05  WS-OFFSET-TOTAL         PIC S9(12)V99 VALUE ZERO.
           05  WS-NET-TOTAL            PIC S9(12)V99 VALUE ZERO.

       01  WS-AUDIT-CONTROL.
           05  WS-AUDIT-START-TIME     PIC 9(8)  VALUE ZERO.
           05  WS-AUDIT-EVENT-TIME     PIC 9(8)  VALUE ZERO.

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "GL BATCH REVERSAL UTILITY ".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-SELECT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE "REVERSING RUN: ".
           05  WS-RPT-SEL-DATE         PIC 9(8).
           05  FILLER                  PIC X(6)  VALUE " CYC: ".
           05  WS-RPT-SEL-CYCLE        PIC 9(2).
           05  FILLER                  PIC X(8)  VALUE " BATCH: ".
           05  WS-RPT-SEL-BATCH        PIC X(8).
           05  FILLER                  PIC X(7)  VALUE " DEPT: ".
           05  WS-RPT-SEL-DEPT         PIC X(4).
           05  FILLER                  PIC X(6)  VALUE "  BY: ".
           05  WS-RPT-SEL-OPER         PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-SEL-REASON       PIC X(22).
           05  FILLER                  PIC X(22) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "BATCH-ID".
           05  FILLER                  PIC X(9)  VALUE "SEQUENCE".
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(16)
               VALUE "ORIGINAL RESULT".
           05  FILLER                  PIC X(16) VALUE "OFFSET RESULT".
           05  FILLER                  PIC X(12) VALUE "POSTED DATE".
           05  FILLER                  PIC X(5)  VALUE "CYC".
           05  FILLER                  PIC X(4)  VALUE "PPA".
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-BATCH-ID         PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-RECORD-SEQ       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DEPT             PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-ORIG-RES         PIC -9(8).99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPT-OFFSET-RES       PIC -9(8).99.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPT-POST-DATE        PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  WS-RPT-POST-CYCLE       PIC 9(2).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPT-PPA              PIC X(1).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-TOTAL-LABEL      PIC X(28).
           05  WS-RPT-TOTAL-AMT        PIC -9(12).99.
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(28).
           05  WS-RPT-COUNT-VALUE      PIC ZZZZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-CONTROL-CARD
           PERFORM 2100-VALIDATE-CONTROL-CARD
           IF WS-CARD-VALID
               PERFORM 3000-REVERSE-PAIRS
               PERFORM 4000-PRINT-TOTALS
               IF WS-REVERSED-COUNT > ZERO
                   PERFORM 5000-WRITE-REVERSAL-EVENT
                   MOVE 0 TO WS-RESULT-CODE
               ELSE
                   MOVE "NO LIVE PAIRS MATCHED - NOTHING REVERSED"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
                   MOVE 8 TO WS-RESULT-CODE
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           MOVE WS-RESULT-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-AUDIT-START-TIME FROM TIME
           PERFORM 1100-GET-BUSINESS-DATE
           PERFORM 1200-LOAD-CLOSED-PERIODS
           PERFORM 1300-LOAD-DEPT-MAP
           OPEN INPUT REVCTL-FILE
           IF WS-REVCTL-STATUS NOT = "00"
               MOVE "REVCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-REVCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT REVERSAL-RPT
           IF WS-REVRPT-STATUS NOT = "00"
               MOVE "REVERSAL-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-REVRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       1100-GET-BUSINESS-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE-8 TO WS-BUS-DATE-8
           OPEN INPUT CAL-FILE
           IF WS-BUSCAL-STATUS = "00"
               PERFORM 1150-READ-CALENDAR-RECORD
                   UNTIL WS-CAL-END
               CLOSE CAL-FILE
           ELSE
               DISPLAY "*** BUSCAL NOT AVAILABLE (STATUS="
                   WS-BUSCAL-STATUS ") - SYSTEM DATE USED ***"
           END-IF
           MOVE WS-BUS-DATE-8(5:2) TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-BUS-DATE-8(7:2) TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE WS-BUS-DATE-8(1:4) TO WS-RUN-DATE(7:4).

       1150-READ-CALENDAR-RECORD.
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

       1200-LOAD-CLOSED-PERIODS.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-STATUS = "00"
               PERFORM 1250-LOAD-PERIOD-RECORD
                   UNTIL WS-PERD-END
               CLOSE PERIOD-FILE
           END-IF.

       1250-LOAD-PERIOD-RECORD.
           READ PERIOD-FILE
               AT END
                   MOVE 'Y' TO WS-PERD-EOF-SWITCH
               NOT AT END
                   IF PER-CLOSED
                           AND PER-MONTH IS NUMERIC
                           AND WS-PM-COUNT < WS-PM-MAX
                       ADD 1 TO WS-PM-COUNT
                       MOVE PER-MONTH TO WS-PM-MONTH(WS-PM-COUNT)
                       MOVE PER-YEAR-STATUS
                           TO WS-PM-YEAR-STATUS(WS-PM-COUNT)
                   END-IF
           END-READ
           IF WS-PERIOD-STATUS NOT = "00"
                   AND WS-PERIOD-STATUS NOT = "10"
               MOVE "PERIOD-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-PERIOD-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1300-LOAD-DEPT-MAP.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-STATUS = "00"
               PERFORM 1350-LOAD-DEPT-RECORD
                   UNTIL WS-DEPT-END
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "*** DEPTMAST NOT AVAILABLE (STATUS="
                   WS-DEPT-STATUS ") - GL COST CENTER/ACCOUNT LEFT "
                   "BLANK ***"
           END-IF.

       1350-LOAD-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-CODE TO WS-DM-DEPT(WS-DM-COUNT)
                       MOVE DEPT-COST-CENTER
                           TO WS-DM-COST-CENTER(WS-DM-COUNT)
                       MOVE DEPT-NAT-ACCOUNT
                           TO WS-DM-NAT-ACCOUNT(WS-DM-COUNT)
                   END-IF
           END-READ
           IF WS-DEPT-STATUS NOT = "00"
                   AND WS-DEPT-STATUS NOT = "10"
               MOVE "DEPT-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2000-READ-CONTROL-CARD.
           READ REVCTL-FILE
               AT END
                   MOVE "NO CONTROL CARD SUPPLIED - NOTHING DONE"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
                   PERFORM 9000-TERMINATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-REVCTL-STATUS NOT = "00"
               MOVE "REVCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-REVCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2100-VALIDATE-CONTROL-CARD.
           MOVE REV-RUN-DATE TO WS-RPT-SEL-DATE
           MOVE REV-CYCLE TO WS-RPT-SEL-CYCLE
           MOVE REV-BATCH-ID TO WS-RPT-SEL-BATCH
           MOVE REV-DEPT TO WS-RPT-SEL-DEPT
           MOVE REV-OPERATOR-ID TO WS-RPT-SEL-OPER
           MOVE REV-REASON TO WS-RPT-SEL-REASON
           MOVE WS-RPT-SELECT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           EVALUATE TRUE
               WHEN REV-RUN-DATE IS NOT NUMERIC
                       OR REV-RUN-DATE = ZERO
                   MOVE "RUN DATE MISSING OR NOT NUMERIC - NOTHING DONE"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN REV-CYCLE IS NOT NUMERIC
                       OR REV-CYCLE = ZERO
                   MOVE "CYCLE MISSING OR NOT NUMERIC - NOTHING DONE"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN REV-BATCH-ID = SPACES AND REV-DEPT = SPACES
                   MOVE "BATCH ID OR DEPARTMENT REQUIRED - NOTHING DONE"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN REV-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING ON CONTROL CARD"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN REV-REASON = SPACES
                   MOVE "REASON MISSING ON CONTROL CARD"
                       TO WS-RPT-MSG-TEXT
                   PERFORM 8100-WRITE-MSG-LINE
               WHEN OTHER
                   MOVE 'Y' TO WS-CARD-VALID-SWITCH
           END-EVALUATE.

      * The offsets go where AMTSUM00 would put the same activity
      * today: back on the original run date and cycle while that
      * month is still open, otherwise into the current period as a
      * prior-period adjustment (and if the business date itself has
      * been closed, the system date, as AMTSUM00 1340 does).
       3000-REVERSE-PAIRS.
           PERFORM 3050-SET-POSTING-DATE
           OPEN I-O LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN EXTEND GL-FEED-FILE
           IF WS-GLFEED-STATUS NOT = "00"
               MOVE "GL-FEED-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-GLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RPT-COLUMN-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE REV-RUN-DATE TO LOOKUP-RUN-DATE
           MOVE REV-CYCLE TO LOOKUP-CYCLE
           MOVE LOW-VALUES TO LOOKUP-BATCH-ID
           MOVE ZERO TO LOOKUP-RECORD-SEQ
           START LOOKUP-FILE KEY IS NOT LESS THAN LOOKUP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LOOK-EOF-SWITCH
           END-START
           IF NOT WS-LOOK-END
               PERFORM 3100-READ-LOOKUP
           END-IF
           PERFORM 3200-PROCESS-LOOKUP-RECORD
               UNTIL WS-LOOK-END.

       3050-SET-POSTING-DATE.
           MOVE REV-RUN-DATE TO WS-POST-DATE
           MOVE REV-CYCLE TO WS-POST-CYCLE
           PERFORM 3060-SCAN-CLOSED-MONTHS
               VARYING WS-PM-IX FROM 1 BY 1
               UNTIL WS-PM-IX > WS-PM-COUNT
           IF WS-PPA-DIVERTED
               MOVE WS-BUS-DATE-8 TO WS-POST-DATE
               MOVE WS-BUS-CYCLE TO WS-POST-CYCLE
               PERFORM 3070-SCAN-CURRENT-MONTH
                   VARYING WS-PM-IX FROM 1 BY 1
                   UNTIL WS-PM-IX > WS-PM-COUNT
               IF WS-CUR-PERIOD-CLOSED
                   MOVE WS-SYS-DATE-8 TO WS-POST-DATE
               END-IF
               MOVE "*** ORIGINAL RUN IS IN A CLOSED PERIOD - OFFSETS "
                   TO WS-RPT-MSG-TEXT
               MOVE "POSTED TO CURRENT PERIOD AS PRIOR-PERIOD "
                   TO WS-RPT-MSG-TEXT(51:41)
               MOVE "ADJUSTMENT ***" TO WS-RPT-MSG-TEXT(92:14)
               IF WS-PYA-DIVERTED
                   MOVE "*** ORIGINAL RUN IS IN A CLOSED FISCAL YEAR - "
                       TO WS-RPT-MSG-TEXT
                   MOVE "OFFSETS POSTED TO CURRENT PERIOD AS "
                       TO WS-RPT-MSG-TEXT(47:36)
                   MOVE "PRIOR-YEAR ADJUSTMENT ***"
                       TO WS-RPT-MSG-TEXT(83:25)
               END-IF
               PERFORM 8100-WRITE-MSG-LINE
               DISPLAY "*** RUN " REV-RUN-DATE " IS IN A CLOSED "
                   "PERIOD - REVERSAL POSTED " WS-POST-DATE
                   " AS PRIOR-PERIOD ADJUSTMENT ***"
           END-IF.

       3060-SCAN-CLOSED-MONTHS.
           IF WS-PM-MONTH(WS-PM-IX) = REV-RUN-DATE(1:6)
               MOVE 'Y' TO WS-PPA-SWITCH
               IF WS-PM-YEAR-STATUS(WS-PM-IX) = 'C'
                   MOVE 'Y' TO WS-PYA-SWITCH
               END-IF
               MOVE WS-PM-COUNT TO WS-PM-IX
           END-IF.

       3070-SCAN-CURRENT-MONTH.
           IF WS-PM-MONTH(WS-PM-IX) = WS-BUS-DATE-8(1:6)
               MOVE 'Y' TO WS-CUR-CLOSED-SWITCH
               MOVE WS-PM-COUNT TO WS-PM-IX
           END-IF.

       3100-READ-LOOKUP.
           READ LOOKUP-FILE
               AT END
                   MOVE 'Y' TO WS-LOOK-EOF-SWITCH
           END-READ
           IF WS-LOOKUP-STATUS NOT = "00"
                   AND WS-LOOKUP-STATUS NOT = "10"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF NOT WS-LOOK-END
               IF LOOKUP-RUN-DATE NOT = REV-RUN-DATE
                       OR LOOKUP-CYCLE NOT = REV-CYCLE
                   MOVE 'Y' TO WS-LOOK-EOF-SWITCH
               END-IF
           END-IF.

       3200-PROCESS-LOOKUP-RECORD.
           MOVE 'Y' TO WS-PAIR-MATCH-SWITCH
           IF REV-BATCH-ID NOT = SPACES
                   AND LOOKUP-BATCH-ID NOT = REV-BATCH-ID
               MOVE 'N' TO WS-PAIR-MATCH-SWITCH
           END-IF
           IF REV-DEPT NOT = SPACES
                   AND LOOKUP-DEPT NOT = REV-DEPT
               MOVE 'N' TO WS-PAIR-MATCH-SWITCH
           END-IF
           IF WS-PAIR-MATCHES
               ADD 1 TO WS-MATCH-COUNT
               IF LOOKUP-REVERSED
                   ADD 1 TO WS-ALREADY-COUNT
               ELSE
                   PERFORM 3300-WRITE-OFFSET-ENTRY
                   PERFORM 3400-MARK-LOOKUP-REVERSED
                   PERFORM 3500-PRINT-DETAIL-LINE
               END-IF
           END-IF
           PERFORM 3100-READ-LOOKUP.

       3300-WRITE-OFFSET-ENTRY.
           MOVE SPACES TO GL-FEED-RECORD
           MOVE WS-POST-DATE TO GL-DATE
           MOVE WS-POST-CYCLE TO GL-CYCLE
           MOVE LOOKUP-BATCH-ID TO GL-BATCH-ID
           COMPUTE GL-AMOUNT-1 = ZERO - LOOKUP-DATA-1
           COMPUTE GL-AMOUNT-2 = ZERO - LOOKUP-DATA-2
           COMPUTE GL-TOTAL = ZERO - LOOKUP-RESULT
           MOVE LOOKUP-CURRENCY TO GL-TRAN-CURRENCY
           MOVE LOOKUP-FX-RATE TO GL-FX-RATE
           COMPUTE GL-TRAN-AMOUNT-1 = ZERO - LOOKUP-TRAN-DATA-1
           COMPUTE GL-TRAN-AMOUNT-2 = ZERO - LOOKUP-TRAN-DATA-2
           COMPUTE GL-TRAN-TOTAL = ZERO - LOOKUP-TRAN-RESULT
           MOVE LOOKUP-DEPT TO GL-DEPT
           PERFORM 3350-MAP-OFFSET-DEPT
           EVALUATE TRUE
               WHEN WS-PYA-DIVERTED
                   MOVE 'Y' TO GL-PPA-IND
               WHEN WS-PPA-DIVERTED
                   MOVE 'P' TO GL-PPA-IND
               WHEN OTHER
                   MOVE SPACE TO GL-PPA-IND
           END-EVALUATE
           MOVE 'R' TO GL-ENTRY-IND
           MOVE LOOKUP-RUN-DATE TO GL-ORIG-DATE
           MOVE LOOKUP-CYCLE TO GL-ORIG-CYCLE
           MOVE LOOKUP-RECORD-SEQ TO GL-ORIG-SEQ
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = "00"
               MOVE "GL-FEED-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-GLFEED-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           ADD 1 TO WS-REVERSED-COUNT
           ADD LOOKUP-RESULT TO WS-ORIG-TOTAL
           ADD GL-TOTAL TO WS-OFFSET-TOTAL.

       3350-MAP-OFFSET-DEPT.
           MOVE ZERO TO WS-DM-HIT-IX
           PERFORM 3360-SCAN-DEPT-MAP
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT
           IF WS-DM-HIT-IX > ZERO
               MOVE WS-DM-COST-CENTER(WS-DM-HIT-IX) TO GL-COST-CENTER
               MOVE WS-DM-NAT-ACCOUNT(WS-DM-HIT-IX) TO GL-NAT-ACCOUNT
           END-IF.

       3360-SCAN-DEPT-MAP.
           IF WS-DM-DEPT(WS-DM-IX) = LOOKUP-DEPT
               MOVE WS-DM-IX TO WS-DM-HIT-IX
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

       3400-MARK-LOOKUP-REVERSED.
           MOVE 'R' TO LOOKUP-REV-IND
           REWRITE LOOKUP-RECORD
           IF WS-LOOKUP-STATUS NOT = "00"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3500-PRINT-DETAIL-LINE.
           MOVE LOOKUP-BATCH-ID TO WS-RPT-BATCH-ID
           MOVE LOOKUP-RECORD-SEQ TO WS-RPT-RECORD-SEQ
           MOVE LOOKUP-DEPT TO WS-RPT-DEPT
           MOVE LOOKUP-RESULT TO WS-RPT-ORIG-RES
           MOVE GL-TOTAL TO WS-RPT-OFFSET-RES
           MOVE GL-DATE TO WS-RPT-POST-DATE
           MOVE GL-CYCLE TO WS-RPT-POST-CYCLE
           MOVE GL-PPA-IND TO WS-RPT-PPA
           MOVE WS-RPT-DETAIL-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       4000-PRINT-TOTALS.
           COMPUTE WS-NET-TOTAL = WS-ORIG-TOTAL + WS-OFFSET-TOTAL
           MOVE SPACES TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE "ORIGINAL TOTAL REVERSED:    " TO WS-RPT-TOTAL-LABEL
           MOVE WS-ORIG-TOTAL TO WS-RPT-TOTAL-AMT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "OFFSETTING TOTAL POSTED:    " TO WS-RPT-TOTAL-LABEL
           MOVE WS-OFFSET-TOTAL TO WS-RPT-TOTAL-AMT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "NET (MUST BE ZERO):         " TO WS-RPT-TOTAL-LABEL
           MOVE WS-NET-TOTAL TO WS-RPT-TOTAL-AMT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "PAIRS MATCHED:              " TO WS-RPT-COUNT-LABEL
           MOVE WS-MATCH-COUNT TO WS-RPT-COUNT-VALUE
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "PAIRS REVERSED THIS RUN:    " TO WS-RPT-COUNT-LABEL
           MOVE WS-REVERSED-COUNT TO WS-RPT-COUNT-VALUE
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "ALREADY REVERSED - SKIPPED: " TO WS-RPT-COUNT-LABEL
           MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT-VALUE
           PERFORM 4200-WRITE-COUNT-LINE
           IF WS-NET-TOTAL NOT = ZERO
               MOVE "*** REVERSAL DOES NOT NET TO ZERO - "
                   TO WS-RPT-MSG-TEXT
               MOVE "INVESTIGATE ***" TO WS-RPT-MSG-TEXT(37:15)
               PERFORM 8100-WRITE-MSG-LINE
           END-IF
           DISPLAY "REVERSAL OF RUN " REV-RUN-DATE " CYCLE " REV-CYCLE
               " - " WS-REVERSED-COUNT " PAIRS REVERSED BY "
               REV-OPERATOR-ID.

       4100-WRITE-TOTAL-LINE.
           MOVE WS-RPT-TOTAL-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       4200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

      * The event is keyed under the reversed run's date and cycle so
      * AMTAUD00 prints it alongside that run's own history.
       5000-WRITE-REVERSAL-EVENT.
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
           MOVE REV-RUN-DATE TO AUDIT-RUN-DATE
           MOVE REV-CYCLE TO AUDIT-CYCLE
           ACCEPT WS-AUDIT-EVENT-TIME FROM TIME
           MOVE WS-AUDIT-EVENT-TIME TO AUDIT-EVENT-TIME
           MOVE 1 TO AUDIT-EVENT-SEQ
           MOVE "REVERSAL" TO AUDIT-EVENT-CODE
           IF REV-BATCH-ID NOT = SPACES
               MOVE REV-BATCH-ID TO AUDIT-BATCH-ID
           ELSE
               MOVE "DEPT" TO AUDIT-BATCH-ID(1:4)
               MOVE REV-DEPT TO AUDIT-BATCH-ID(5:4)
           END-IF
           MOVE "REVERSE" TO AUDIT-RUN-MODE
           MOVE 'N' TO AUDIT-RESTART-IND
           MOVE WS-REVERSED-COUNT TO AUDIT-RECORDS-READ
           MOVE REV-REASON TO AUDIT-EVENT-TEXT
           MOVE WS-ORIG-TOTAL TO AUDIT-CONTROL-TOTAL
           IF WS-NET-TOTAL = ZERO
               MOVE 'B' TO AUDIT-BALANCE-STATUS
           ELSE
               MOVE 'O' TO AUDIT-BALANCE-STATUS
           END-IF
           MOVE WS-AUDIT-START-TIME TO AUDIT-START-TIME
           MOVE WS-AUDIT-EVENT-TIME TO AUDIT-END-TIME
           MOVE REV-OPERATOR-ID TO AUDIT-OPERATOR-ID
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "*** AUDIT EVENT NOT WRITTEN - "
                       "DUPLICATE KEY " AUDIT-KEY " ***"
           END-WRITE
           CLOSE AUDIT-FILE.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-REVRPT-STATUS NOT = "00"
               MOVE "REVERSAL-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-REVRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8100-WRITE-MSG-LINE.
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       9000-TERMINATE.
           CLOSE REVCTL-FILE
           CLOSE REVERSAL-RPT
           IF WS-CARD-VALID
               CLOSE LOOKUP-FILE
               CLOSE GL-FEED-FILE
           END-IF.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
