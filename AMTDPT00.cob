      ******************************************************************
      * PROGRAM:  AMTDPT00
      * PURPOSE:  Department master maintenance. Applies operator
      *           maintenance cards to the DEPTMAST department master
      *           (see DEPTREC) and writes the updated master to
      *           DEPTOUT; the job then copies it over the master
      *           (same pattern as AMTCOR00's suspense swap). Actions:
      *             'A' - add a department: cost center, natural
      *                   account and at least one batch id are
      *                   required. Adding a department that is on
      *                   file as inactive reactivates it with the
      *                   new values.
      *             'C' - change an existing department: every field
      *                   keyed on the card replaces the one on file,
      *                   blank fields are kept; any batch id keyed
      *                   replaces the whole allowed-batch list
      *             'D' - deactivate: status 'I' from the effective
      *                   date on the card (blank = today)
      *           Every card is listed on the DEPTRPT change report
      *           with the values before and after, or the reason it
      *           was rejected, followed by the full master as it now
      *           stands. RETURN-CODE 4 = one or more cards rejected.
      *
      *           DEPTCTL MAINTENANCE CARD LAYOUT (LRECL 80):
      *             COL 1     ACTION ('A' ADD / 'C' CHANGE /
      *                       'D' DEACTIVATE)
      *             COL 2-5   DEPARTMENT CODE
      *             COL 6-10  GL COST CENTER
      *             COL 11-16 GL NATURAL ACCOUNT
      *             COL 17-24 EFFECTIVE DATE YYYYMMDD (BLANK = TODAY)
      *             COL 25-72 UP TO SIX ALLOWED BATCH IDS, 8 EACH
      *             COL 73-80 OPERATOR ID
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTDPT00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-IN-FILE ASSIGN TO DEPTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTIN-STATUS.

           SELECT DEPTCTL-FILE ASSIGN TO DEPTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTCTL-STATUS.

           SELECT DEPT-OUT-FILE ASSIGN TO DEPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTOUT-STATUS.

           SELECT DEPT-RPT ASSIGN TO DEPTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DEPTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-IN-FILE
           RECORDING MODE IS F.
       COPY DEPTREC.

       FD  DEPTCTL-FILE
           RECORDING MODE IS F.
       01  DEPTCTL-RECORD.
           05  DCTL-ACTION             PIC X(1).
               88  DCTL-ADD                VALUE 'A'.
               88  DCTL-CHANGE             VALUE 'C'.
               88  DCTL-DEACTIVATE         VALUE 'D'.
           05  DCTL-DEPT               PIC X(4).
           05  DCTL-COST-CENTER        PIC X(5).
           05  DCTL-NAT-ACCOUNT        PIC X(6).
           05  DCTL-EFF-DATE           PIC X(8).
           05  DCTL-ALLOWED-BATCHES.
               10  DCTL-BATCH-ID       PIC X(8) OCCURS 6 TIMES.
           05  DCTL-OPERATOR-ID        PIC X(8).

       FD  DEPT-OUT-FILE
           RECORDING MODE IS F.
       01  DEPT-OUT-RECORD             PIC X(80).

       FD  DEPT-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DEPTIN-STATUS            PIC X(2).
       01  WS-DEPTCTL-STATUS           PIC X(2).
       01  WS-DEPTOUT-STATUS           PIC X(2).
       01  WS-DEPTRPT-STATUS           PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-DEPT-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DEPT-END             VALUE 'Y'.
           05  WS-CTL-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CTL-END              VALUE 'Y'.
           05  WS-CARD-REJECT-SWITCH   PIC X VALUE 'N'.
               88  WS-CARD-REJECTED        VALUE 'Y'.

       01  WS-DEPT-TABLE-AREA.
           05  WS-DM-MAX               PIC S9(4) COMP VALUE +200.
           05  WS-DM-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-DM-DROPPED           PIC 9(4)      VALUE ZERO.
           05  WS-DM-ENTRY OCCURS 200 TIMES.
               10  WS-DM-RECORD        PIC X(80).

       01  WS-BATCH-IX                 PIC S9(4) COMP VALUE ZERO.
       01  WS-BATCH-KEYED              PIC S9(4) COMP VALUE ZERO.

       01  WS-MAINT-COUNTS.
           05  WS-CARD-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-ADD-COUNT            PIC 9(5)  VALUE ZERO.
           05  WS-CHANGE-COUNT         PIC 9(5)  VALUE ZERO.
           05  WS-DEACT-COUNT          PIC 9(5)  VALUE ZERO.
           05  WS-REJECT-COUNT         PIC 9(5)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-RUN-DATE             PIC X(10).
           05  WS-REJECT-TEXT          PIC X(40).

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE "DEPARTMENT MASTER CHANGES ".
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-CARD-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-CARD-ACTION      PIC X(11).
           05  FILLER                  PIC X(6)  VALUE "DEPT: ".
           05  WS-RPT-CARD-DEPT        PIC X(4).
           05  FILLER                  PIC X(6)  VALUE "  BY: ".
           05  WS-RPT-CARD-OPER        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-CARD-RESULT      PIC X(40).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  WS-RPT-DEPT-LINE.
           05  FILLER                  PIC X(8)  VALUE SPACES.
           05  WS-RPT-DEPT-TAG         PIC X(8).
           05  WS-RPT-DEPT-CODE        PIC X(4).
           05  FILLER                  PIC X(5)  VALUE "  CC=".
           05  WS-RPT-DEPT-CC          PIC X(5).
           05  FILLER                  PIC X(6)  VALUE "  ACC=".
           05  WS-RPT-DEPT-ACCT        PIC X(6).
           05  FILLER                  PIC X(6)  VALUE "  STS=".
           05  WS-RPT-DEPT-STATUS      PIC X(1).
           05  FILLER                  PIC X(6)  VALUE "  EFF=".
           05  WS-RPT-DEPT-EFF         PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  BATCHES=".
           05  WS-RPT-DEPT-BATCHES     PIC X(48).
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(40).
           05  WS-RPT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(79) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CARD UNTIL WS-CTL-END
           PERFORM 3000-WRITE-NEW-MASTER
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           OPEN INPUT DEPT-IN-FILE
           IF WS-DEPTIN-STATUS NOT = "00"
               MOVE "DEPT-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTIN-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 1200-LOAD-DEPT-RECORD
               UNTIL WS-DEPT-END
           OPEN INPUT DEPTCTL-FILE
           IF WS-DEPTCTL-STATUS NOT = "00"
               MOVE "DEPTCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT DEPT-OUT-FILE
           IF WS-DEPTOUT-STATUS NOT = "00"
               MOVE "DEPT-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           OPEN OUTPUT DEPT-RPT
           IF WS-DEPTRPT-STATUS NOT = "00"
               MOVE "DEPT-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           IF WS-DM-DROPPED > ZERO
               MOVE "*** DEPARTMENT TABLE FULL - MASTER RECORDS LOST - "
                   TO WS-RPT-MSG-TEXT
               MOVE "RAISE WS-DM-MAX BEFORE RERUNNING ***"
                   TO WS-RPT-MSG-TEXT(52:36)
               PERFORM 8100-WRITE-MSG-LINE
               PERFORM 9000-TERMINATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-CARD.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE-8(5:2) TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-SYS-DATE-8(7:2) TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE WS-SYS-DATE-8(1:4) TO WS-RUN-DATE(7:4).

       1200-LOAD-DEPT-RECORD.
           READ DEPT-IN-FILE
               AT END
                   MOVE 'Y' TO WS-DEPT-EOF-SWITCH
               NOT AT END
                   IF WS-DM-COUNT < WS-DM-MAX
                       ADD 1 TO WS-DM-COUNT
                       MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-COUNT)
                   ELSE
                       ADD 1 TO WS-DM-DROPPED
                   END-IF
           END-READ
           IF WS-DEPTIN-STATUS NOT = "00"
                   AND WS-DEPTIN-STATUS NOT = "10"
               MOVE "DEPT-IN" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTIN-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2000-APPLY-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE 'N' TO WS-CARD-REJECT-SWITCH
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE SPACES TO WS-RPT-CARD-ACTION
           PERFORM 2200-FIND-DEPARTMENT
           EVALUATE TRUE
               WHEN DCTL-DEPT = SPACES
                   MOVE "REJECTED - DEPARTMENT CODE MISSING"
                       TO WS-REJECT-TEXT
               WHEN DCTL-OPERATOR-ID = SPACES
                   MOVE "REJECTED - OPERATOR ID MISSING"
                       TO WS-REJECT-TEXT
               WHEN DCTL-EFF-DATE NOT = SPACES
                       AND DCTL-EFF-DATE IS NOT NUMERIC
                   MOVE "REJECTED - EFFECTIVE DATE NOT NUMERIC"
                       TO WS-REJECT-TEXT
               WHEN DCTL-ADD
                   MOVE "ADD" TO WS-RPT-CARD-ACTION
                   PERFORM 2300-ADD-DEPARTMENT
               WHEN DCTL-CHANGE
                   MOVE "CHANGE" TO WS-RPT-CARD-ACTION
                   PERFORM 2400-CHANGE-DEPARTMENT
               WHEN DCTL-DEACTIVATE
                   MOVE "DEACTIVATE" TO WS-RPT-CARD-ACTION
                   PERFORM 2500-DEACTIVATE-DEPARTMENT
               WHEN OTHER
                   MOVE "REJECTED - ACTION MUST BE A, C OR D"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               IF NOT DCTL-ADD AND NOT DCTL-CHANGE
                       AND NOT DCTL-DEACTIVATE
                   MOVE DCTL-ACTION TO WS-RPT-CARD-ACTION
               END-IF
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-REJECT-TEXT TO WS-RPT-CARD-RESULT
               PERFORM 2900-PRINT-CARD-LINE
           END-IF
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           READ DEPTCTL-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SWITCH
           END-READ
           IF WS-DEPTCTL-STATUS NOT = "00"
                   AND WS-DEPTCTL-STATUS NOT = "10"
               MOVE "DEPTCTL-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTCTL-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2200-FIND-DEPARTMENT.
           MOVE ZERO TO WS-DM-HIT-IX
           PERFORM 2250-SCAN-DEPT-TABLE
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT
           MOVE ZERO TO WS-BATCH-KEYED
           PERFORM 2260-COUNT-KEYED-BATCH
               VARYING WS-BATCH-IX FROM 1 BY 1
               UNTIL WS-BATCH-IX > 6.

       2250-SCAN-DEPT-TABLE.
           IF WS-DM-RECORD(WS-DM-IX)(1:4) = DCTL-DEPT
               MOVE WS-DM-IX TO WS-DM-HIT-IX
               MOVE WS-DM-COUNT TO WS-DM-IX
           END-IF.

       2260-COUNT-KEYED-BATCH.
           IF DCTL-BATCH-ID(WS-BATCH-IX) NOT = SPACES
               ADD 1 TO WS-BATCH-KEYED
           END-IF.

       2300-ADD-DEPARTMENT.
           EVALUATE TRUE
               WHEN DCTL-COST-CENTER = SPACES
                       OR DCTL-NAT-ACCOUNT = SPACES
                   MOVE "REJECTED - COST CENTER AND ACCOUNT REQUIRED"
                       TO WS-REJECT-TEXT
               WHEN WS-BATCH-KEYED = ZERO
                   MOVE "REJECTED - AT LEAST ONE BATCH ID REQUIRED"
                       TO WS-REJECT-TEXT
               WHEN WS-DM-HIT-IX > ZERO
                   MOVE WS-DM-RECORD(WS-DM-HIT-IX) TO DEPT-RECORD
                   IF DEPT-ACTIVE
                       MOVE "REJECTED - DEPARTMENT ALREADY ACTIVE"
                           TO WS-REJECT-TEXT
                   ELSE
                       MOVE "BEFORE: " TO WS-RPT-DEPT-TAG
                       PERFORM 2950-PRINT-DEPT-LINE
                       PERFORM 2350-BUILD-NEW-DEPARTMENT
                       MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-HIT-IX)
                       MOVE "APPLIED - INACTIVE DEPT REACTIVATED"
                           TO WS-RPT-CARD-RESULT
                       PERFORM 2900-PRINT-CARD-LINE
                       MOVE "AFTER:  " TO WS-RPT-DEPT-TAG
                       PERFORM 2950-PRINT-DEPT-LINE
                       ADD 1 TO WS-ADD-COUNT
                   END-IF
               WHEN WS-DM-COUNT NOT < WS-DM-MAX
                   MOVE "REJECTED - DEPARTMENT TABLE FULL"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   PERFORM 2350-BUILD-NEW-DEPARTMENT
                   ADD 1 TO WS-DM-COUNT
                   MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-COUNT)
                   MOVE "APPLIED - DEPARTMENT ADDED"
                       TO WS-RPT-CARD-RESULT
                   PERFORM 2900-PRINT-CARD-LINE
                   MOVE "AFTER:  " TO WS-RPT-DEPT-TAG
                   PERFORM 2950-PRINT-DEPT-LINE
                   ADD 1 TO WS-ADD-COUNT
           END-EVALUATE.

       2350-BUILD-NEW-DEPARTMENT.
           MOVE SPACES TO DEPT-RECORD
           MOVE DCTL-DEPT TO DEPT-CODE
           MOVE DCTL-COST-CENTER TO DEPT-COST-CENTER
           MOVE DCTL-NAT-ACCOUNT TO DEPT-NAT-ACCOUNT
           MOVE 'A' TO DEPT-STATUS
           IF DCTL-EFF-DATE = SPACES
               MOVE WS-SYS-DATE-8 TO DEPT-EFF-DATE
           ELSE
               MOVE DCTL-EFF-DATE TO DEPT-EFF-DATE
           END-IF
           MOVE DCTL-ALLOWED-BATCHES TO DEPT-ALLOWED-BATCHES
           MOVE DCTL-OPERATOR-ID TO DEPT-MAINT-OPER.

       2400-CHANGE-DEPARTMENT.
           IF WS-DM-HIT-IX = ZERO
               MOVE "REJECTED - DEPARTMENT NOT ON FILE"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE WS-DM-RECORD(WS-DM-HIT-IX) TO DEPT-RECORD
               MOVE "BEFORE: " TO WS-RPT-DEPT-TAG
               PERFORM 2950-PRINT-DEPT-LINE
               IF DCTL-COST-CENTER NOT = SPACES
                   MOVE DCTL-COST-CENTER TO DEPT-COST-CENTER
               END-IF
               IF DCTL-NAT-ACCOUNT NOT = SPACES
                   MOVE DCTL-NAT-ACCOUNT TO DEPT-NAT-ACCOUNT
               END-IF
               IF DCTL-EFF-DATE NOT = SPACES
                   MOVE DCTL-EFF-DATE TO DEPT-EFF-DATE
               END-IF
               IF WS-BATCH-KEYED > ZERO
                   MOVE DCTL-ALLOWED-BATCHES TO DEPT-ALLOWED-BATCHES
               END-IF
               MOVE DCTL-OPERATOR-ID TO DEPT-MAINT-OPER
               MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-HIT-IX)
               MOVE "APPLIED - DEPARTMENT CHANGED"
                   TO WS-RPT-CARD-RESULT
               PERFORM 2900-PRINT-CARD-LINE
               MOVE "AFTER:  " TO WS-RPT-DEPT-TAG
               PERFORM 2950-PRINT-DEPT-LINE
               ADD 1 TO WS-CHANGE-COUNT
           END-IF.

       2500-DEACTIVATE-DEPARTMENT.
           IF WS-DM-HIT-IX = ZERO
               MOVE "REJECTED - DEPARTMENT NOT ON FILE"
                   TO WS-REJECT-TEXT
           ELSE
               MOVE WS-DM-RECORD(WS-DM-HIT-IX) TO DEPT-RECORD
               IF DEPT-INACTIVE
                   MOVE "REJECTED - DEPARTMENT ALREADY INACTIVE"
                       TO WS-REJECT-TEXT
               ELSE
                   MOVE "BEFORE: " TO WS-RPT-DEPT-TAG
                   PERFORM 2950-PRINT-DEPT-LINE
                   MOVE 'I' TO DEPT-STATUS
                   IF DCTL-EFF-DATE = SPACES
                       MOVE WS-SYS-DATE-8 TO DEPT-EFF-DATE
                   ELSE
                       MOVE DCTL-EFF-DATE TO DEPT-EFF-DATE
                   END-IF
                   MOVE DCTL-OPERATOR-ID TO DEPT-MAINT-OPER
                   MOVE DEPT-RECORD TO WS-DM-RECORD(WS-DM-HIT-IX)
                   MOVE "APPLIED - DEPARTMENT DEACTIVATED"
                       TO WS-RPT-CARD-RESULT
                   PERFORM 2900-PRINT-CARD-LINE
                   MOVE "AFTER:  " TO WS-RPT-DEPT-TAG
                   PERFORM 2950-PRINT-DEPT-LINE
                   ADD 1 TO WS-DEACT-COUNT
               END-IF
           END-IF.

       2900-PRINT-CARD-LINE.
           MOVE DCTL-DEPT TO WS-RPT-CARD-DEPT
           MOVE DCTL-OPERATOR-ID TO WS-RPT-CARD-OPER
           MOVE WS-RPT-CARD-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       2950-PRINT-DEPT-LINE.
           MOVE DEPT-CODE TO WS-RPT-DEPT-CODE
           MOVE DEPT-COST-CENTER TO WS-RPT-DEPT-CC
           MOVE DEPT-NAT-ACCOUNT TO WS-RPT-DEPT-ACCT
           MOVE DEPT-STATUS TO WS-RPT-DEPT-STATUS
           MOVE DEPT-EFF-DATE TO WS-RPT-DEPT-EFF
           MOVE DEPT-ALLOWED-BATCHES TO WS-RPT-DEPT-BATCHES
           MOVE WS-RPT-DEPT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       3000-WRITE-NEW-MASTER.
           PERFORM 3100-WRITE-DEPT-RECORD
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT.

       3100-WRITE-DEPT-RECORD.
           MOVE WS-DM-RECORD(WS-DM-IX) TO DEPT-OUT-RECORD
           WRITE DEPT-OUT-RECORD
           IF WS-DEPTOUT-STATUS NOT = "00"
               MOVE "DEPT-OUT" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTOUT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4000-PRINT-SUMMARY.
           MOVE "MAINTENANCE CARDS READ:                 "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CARD-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS ADDED / REACTIVATED:        "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ADD-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS CHANGED:                    "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS DEACTIVATED:                "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-DEACT-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "CARDS REJECTED:                         "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-REJECT-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "DEPARTMENTS ON FILE:                    "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-DM-COUNT TO WS-RPT-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           MOVE "DEPARTMENT MASTER AS NOW ON FILE:" TO WS-RPT-MSG-TEXT
           PERFORM 8100-WRITE-MSG-LINE
           MOVE SPACES TO WS-RPT-DEPT-TAG
           PERFORM 4100-PRINT-MASTER-ENTRY
               VARYING WS-DM-IX FROM 1 BY 1
               UNTIL WS-DM-IX > WS-DM-COUNT.

       4100-PRINT-MASTER-ENTRY.
           MOVE WS-DM-RECORD(WS-DM-IX) TO DEPT-RECORD
           PERFORM 2950-PRINT-DEPT-LINE.

       4200-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-DEPTRPT-STATUS NOT = "00"
               MOVE "DEPT-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-DEPTRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       8100-WRITE-MSG-LINE.
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       9000-TERMINATE.
           CLOSE DEPT-IN-FILE
           CLOSE DEPTCTL-FILE
           CLOSE DEPT-OUT-FILE
           CLOSE DEPT-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
