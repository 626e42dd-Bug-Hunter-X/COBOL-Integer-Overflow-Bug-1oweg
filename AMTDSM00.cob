      ******************************************************************
      * PROGRAM:  AMTDSM00
      * PURPOSE:  Daily summary rebuild and compare. The DAYSUM KSDS
      *           (see DAYSUM) holds one record per run date / cycle /
      *           batch id / department, kept by AMTSUM00 as each pair
      *           is written to AMTLOOK; the month-end rollup
      *           (AMTMON00) and the trend check (AMTTRD00) read it in
      *           place of the pair detail. A reversal (AMTREV00) or a
      *           restore (AMTRST00) changes the detail behind
      *           AMTSUM00's back, so this program regenerates the
      *           summary from the detail and can prove the two agree.
      *           PARM selects the mode:
      *             PARM='REBUILD' - totals AMTLOOK by group (live
      *               pairs into the count, total and min/max result;
      *               reversed pairs into the reversed count and total)
      *               and writes or replaces each group's DAYSUM
      *               record. When an ARCHID card names an archive on
      *               ARCHIN, that archive is folded in first - after
      *               the same ARCHCAT check AMTRST00 makes (the
      *               dataset must be on the catalog and its record
      *               count and date range must match the catalog
      *               entries, else the run is refused RC=8 and nothing
      *               is written). Archive records whose key is still
      *               on AMTLOOK are skipped so nothing counts twice.
      *               A DAYSUM record on a run date AMTLOOK holds
      *               detail for, but whose group has no detail, is
      *               removed. Run dates with no detail at all are
      *               purged history and are left alone.
      *             PARM='COMPARE' (or no PARM) - reads only; totals
      *               AMTLOOK the same way and reports every group
      *               whose DAYSUM record is missing or differs, and
      *               every DAYSUM record on a detail run date with no
      *               detail behind it. RETURN-CODE 8 when anything
      *               disagrees, 0 when the summary is proven.
      *           Any other PARM ends the run RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTDSM00.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOOKUP-FILE ASSIGN TO AMTLOOK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOOKUP-KEY
               FILE STATUS IS WS-LOOKUP-STATUS.

           SELECT DAYSUM-FILE ASSIGN TO DAYSUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSUM-KEY
               FILE STATUS IS WS-DAYSUM-STATUS.

           SELECT ARCH-FILE ASSIGN TO ARCHIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT ARCHID-FILE ASSIGN TO ARCHID
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHID-STATUS.

           SELECT CATALOG-FILE ASSIGN TO ARCHCAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHCAT-STATUS.

           SELECT DSM-RPT ASSIGN TO DSMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DSMRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOOKUP-FILE.
       COPY AMTLOOK.

       FD  DAYSUM-FILE.
       COPY DAYSUM.

       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(100).

      * ARCHID control card: cols 1-44 name the archive dataset the
      * ARCHIN DD points at, matched against the catalog entries
      * written by AMTPRG00 (see ARCHCAT). No card - AMTLOOK only.
       FD  ARCHID-FILE
           RECORDING MODE IS F.
       01  ARCHID-RECORD.
           05  ARCHID-DSNAME           PIC X(44).
           05  FILLER                  PIC X(36).

       FD  CATALOG-FILE
           RECORDING MODE IS F.
       COPY ARCHCAT.

       FD  DSM-RPT
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LOOKUP-STATUS            PIC X(2).
       01  WS-DAYSUM-STATUS            PIC X(2).
       01  WS-ARCH-STATUS              PIC X(2).
       01  WS-ARCHID-STATUS            PIC X(2).
       01  WS-ARCHCAT-STATUS           PIC X(2).
       01  WS-DSMRPT-STATUS            PIC X(2).

       01  WS-FATAL-ERROR-AREA.
           05  WS-FATAL-FILE-NAME      PIC X(12).
           05  WS-FATAL-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-MODE                 PIC X(1)  VALUE 'C'.
               88  WS-REBUILD-MODE         VALUE 'R'.
               88  WS-COMPARE-MODE         VALUE 'C'.
           05  WS-EOF-SWITCH           PIC X VALUE 'N'.
               88  WS-END-OF-FILE          VALUE 'Y'.
           05  WS-ARCH-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-ARCH-END             VALUE 'Y'.
           05  WS-DSUM-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-DSUM-END             VALUE 'Y'.
           05  WS-CAT-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAT-END              VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH      PIC X VALUE 'N'.
               88  WS-SCAN-END             VALUE 'Y'.
           05  WS-ARCHIVE-SWITCH       PIC X VALUE 'N'.
               88  WS-ARCHIVE-IN-USE       VALUE 'Y'.
           05  WS-REFUSE-SWITCH        PIC X VALUE 'N'.
               88  WS-REBUILD-REFUSED      VALUE 'Y'.
           05  WS-GROUP-OPEN-SWITCH    PIC X VALUE 'N'.
               88  WS-GROUP-OPEN           VALUE 'Y'.
           05  WS-DIFF-HDR-SWITCH      PIC X VALUE 'N'.
               88  WS-DIFF-HDR-PRINTED     VALUE 'Y'.
           05  WS-DATE-DETAIL-SWITCH   PIC X VALUE 'N'.
               88  WS-DATE-HAS-DETAIL      VALUE 'Y'.
           05  WS-GROUP-FOUND-SWITCH   PIC X VALUE 'N'.
               88  WS-DETAIL-GROUP-FOUND   VALUE 'Y'.
           05  WS-GROUP-SCAN-SWITCH    PIC X VALUE 'N'.
               88  WS-GROUP-SCAN-DONE      VALUE 'Y'.

      * This run's build stamp - a DAYSUM record carrying it has
      * already been written by this run (from the archive) and is
      * added to rather than replaced.
       01  WS-STAMP-AREA.
           05  WS-STAMP-DATE           PIC 9(8).
           05  WS-STAMP-TIME           PIC 9(8).

       01  WS-ARCHID-AREA.
           05  WS-ARCHIVE-DSNAME       PIC X(44) VALUE SPACES.

       01  WS-CATALOG-AREA.
           05  WS-CAT-FOUND-SWITCH     PIC X    VALUE 'N'.
               88  WS-CAT-DSNAME-FOUND     VALUE 'Y'.
           05  WS-CAT-LOW-DATE         PIC 9(8) VALUE 99999999.
           05  WS-CAT-HIGH-DATE        PIC 9(8) VALUE ZERO.
           05  WS-CAT-REC-TOTAL        PIC 9(9) VALUE ZERO.

       01  WS-SCAN-AREA.
           05  WS-SCAN-LOW-DATE        PIC 9(8) VALUE 99999999.
           05  WS-SCAN-HIGH-DATE       PIC 9(8) VALUE ZERO.
           05  WS-SCAN-REC-COUNT       PIC 9(9) VALUE ZERO.

      * The detail record being totalled, from AMTLOOK or the archive.
       01  WS-SOURCE-DETAIL.
           05  WS-SRC-RUN-DATE         PIC 9(8).
           05  WS-SRC-CYCLE            PIC 9(2).
           05  WS-SRC-BATCH-ID         PIC X(8).
           05  WS-SRC-RESULT           PIC S9(8)V99.
           05  WS-SRC-DEPT             PIC X(4).
           05  WS-SRC-REV-IND          PIC X(1).
               88  WS-SRC-REVERSED         VALUE 'R'.

      * Range of run dates AMTLOOK holds detail for.
       01  WS-DETAIL-RANGE.
           05  WS-DETAIL-LOW-DATE      PIC 9(8) VALUE 99999999.
           05  WS-DETAIL-HIGH-DATE     PIC 9(8) VALUE ZERO.
           05  WS-CHECKED-DATE         PIC 9(8) VALUE ZERO.

      * The group being totalled: one run date / cycle / batch id,
      * one entry per department seen in it.
       01  WS-GROUP-AREA.
           05  WS-GRP-RUN-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-GRP-CYCLE            PIC 9(2)  VALUE ZERO.
           05  WS-GRP-BATCH-ID         PIC X(8)  VALUE SPACES.
           05  WS-GT-MAX               PIC S9(4) COMP VALUE +20.
           05  WS-GT-COUNT             PIC S9(4) COMP VALUE ZERO.
           05  WS-GT-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-GT-HIT-IX            PIC S9(4) COMP VALUE ZERO.
           05  WS-GT-DROPPED           PIC 9(7)       VALUE ZERO.
           05  WS-GT-ENTRY OCCURS 20 TIMES.
               10  WS-GT-DEPT          PIC X(4).
               10  WS-GT-PAIR-COUNT    PIC 9(7).
               10  WS-GT-TOTAL         PIC S9(12)V99.
               10  WS-GT-MIN-RESULT    PIC S9(8)V99.
               10  WS-GT-MAX-RESULT    PIC S9(8)V99.
               10  WS-GT-REV-COUNT     PIC 9(7).
               10  WS-GT-REV-TOTAL     PIC S9(12)V99.

       01  WS-DSM-COUNTS.
           05  WS-LOOK-READ-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-ARCH-READ-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-ARCH-ON-FILE-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-GROUP-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-CORRECTED-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-UNCHANGED-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-REMOVED-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-AGREE-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-DIFFER-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-MISSING-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-EXTRA-COUNT          PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  WS-RUN-DATE             PIC X(10).

       01  WS-RPT-HEADER-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
           05  WS-RPT-DATE             PIC X(10).
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-RPT-TITLE            PIC X(26).
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-RPT-DIFF-HEADER.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE "DIFFERENCE".
           05  FILLER                  PIC X(10) VALUE "RUN DATE".
           05  FILLER                  PIC X(4)  VALUE "CY".
           05  FILLER                  PIC X(10) VALUE "BATCH-ID".
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(24)
               VALUE "  COUNT    DETAIL TOTAL".
           05  FILLER                  PIC X(27)
               VALUE "     COUNT   SUMMARY TOTAL".
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-DIFF-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-DIF-REASON       PIC X(22).
           05  WS-RPT-DIF-DATE         PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DIF-CYCLE        PIC 9(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DIF-BATCH        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DIF-DEPT         PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-DIF-DTL-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-DIF-DTL-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  WS-RPT-DIF-SUM-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACES.
           05  WS-RPT-DIF-SUM-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(28).
           05  WS-RPT-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-RPT-MSG-LINE.
           05  FILLER                  PIC X(6)   VALUE SPACES.
           05  WS-RPT-MSG-TEXT         PIC X(120).
           05  FILLER                  PIC X(6)   VALUE SPACES.

       LINKAGE SECTION.
       01  LS-PARM-AREA.
           05  LS-PARM-LEN             PIC S9(4) COMP.
           05  LS-PARM-TEXT            PIC X(7).

       PROCEDURE DIVISION USING LS-PARM-AREA.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-REBUILD-MODE
               PERFORM 5000-VERIFY-ARCHIVE
           END-IF
           IF NOT WS-REBUILD-REFUSED
               PERFORM 1200-OPEN-SUMMARY-FILES
               IF WS-ARCHIVE-IN-USE
                   PERFORM 2000-FOLD-IN-ARCHIVE
               END-IF
               PERFORM 2500-TOTAL-DETAIL
               IF WS-DETAIL-LOW-DATE NOT > WS-DETAIL-HIGH-DATE
                   PERFORM 6000-SWEEP-SUMMARY
               END-IF
           END-IF
           PERFORM 7000-PRINT-COUNTS
           PERFORM 9000-TERMINATE
           EVALUATE TRUE
               WHEN WS-REBUILD-REFUSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COMPARE-MODE
                       AND (WS-DIFFER-COUNT > ZERO
                       OR WS-MISSING-COUNT > ZERO
                       OR WS-EXTRA-COUNT > ZERO
                       OR WS-GT-DROPPED > ZERO)
                   MOVE 8 TO RETURN-CODE
               WHEN WS-GT-DROPPED > ZERO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-DATE
           ACCEPT WS-STAMP-TIME FROM TIME
           MOVE WS-SYS-DATE-8 TO WS-STAMP-DATE
           EVALUATE TRUE
               WHEN LS-PARM-LEN = ZERO
                   MOVE 'C' TO WS-MODE
               WHEN LS-PARM-LEN = 7
                       AND LS-PARM-TEXT(1:7) = "COMPARE"
                   MOVE 'C' TO WS-MODE
               WHEN LS-PARM-LEN = 7
                       AND LS-PARM-TEXT(1:7) = "REBUILD"
                   MOVE 'R' TO WS-MODE
               WHEN OTHER
                   DISPLAY "*** INVALID PARM - EXPECTED REBUILD OR "
                       "COMPARE *** JOB TERMINATED ***"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           OPEN OUTPUT DSM-RPT
           IF WS-DSMRPT-STATUS NOT = "00"
               MOVE "DSM-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-DSMRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF WS-REBUILD-MODE
               MOVE "DAILY SUMMARY REBUILD     " TO WS-RPT-TITLE
           ELSE
               MOVE "DAILY SUMMARY COMPARE     " TO WS-RPT-TITLE
           END-IF
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           MOVE WS-RPT-HEADER-1 TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           OPEN INPUT LOOKUP-FILE
           IF WS-LOOKUP-STATUS NOT = "00"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       1100-GET-RUN-DATE.
           ACCEPT WS-SYS-DATE-8 FROM DATE YYYYMMDD
           MOVE WS-SYS-DATE-8(5:2) TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-SYS-DATE-8(7:2) TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE WS-SYS-DATE-8(1:4) TO WS-RUN-DATE(7:4).

       1200-OPEN-SUMMARY-FILES.
           IF WS-REBUILD-MODE
               OPEN I-O DAYSUM-FILE
               IF WS-DAYSUM-STATUS NOT = "00"
                   OPEN OUTPUT DAYSUM-FILE
                   IF WS-DAYSUM-STATUS = "00"
                       CLOSE DAYSUM-FILE
                       OPEN I-O DAYSUM-FILE
                   END-IF
               END-IF
           ELSE
               OPEN INPUT DAYSUM-FILE
           END-IF
           IF WS-DAYSUM-STATUS NOT = "00"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

      * Archive records come first. A key AMTLOOK still holds (the
      * archive was restored, or the sweep that wrote it failed
      * before the delete) is left to the AMTLOOK pass.
       2000-FOLD-IN-ARCHIVE.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "ARCH-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 2100-READ-ARCHIVE
           PERFORM 2050-TOTAL-ARCHIVE-RECORD
               UNTIL WS-ARCH-END
           CLOSE ARCH-FILE
           PERFORM 3500-FLUSH-GROUP.

       2050-TOTAL-ARCHIVE-RECORD.
           ADD 1 TO WS-ARCH-READ-COUNT
           MOVE ARCH-RECORD TO LOOKUP-RECORD
           MOVE LOOKUP-RUN-DATE TO WS-SRC-RUN-DATE
           MOVE LOOKUP-CYCLE TO WS-SRC-CYCLE
           MOVE LOOKUP-BATCH-ID TO WS-SRC-BATCH-ID
           MOVE LOOKUP-RESULT TO WS-SRC-RESULT
           MOVE LOOKUP-DEPT TO WS-SRC-DEPT
           MOVE LOOKUP-REV-IND TO WS-SRC-REV-IND
           READ LOOKUP-FILE
               INVALID KEY
                   PERFORM 3000-ACCUMULATE-DETAIL
               NOT INVALID KEY
                   ADD 1 TO WS-ARCH-ON-FILE-COUNT
           END-READ
           IF WS-LOOKUP-STATUS NOT = "00"
                   AND WS-LOOKUP-STATUS NOT = "23"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 2100-READ-ARCHIVE.

       2100-READ-ARCHIVE.
           READ ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SWITCH
           END-READ
           IF WS-ARCH-STATUS NOT = "00" AND WS-ARCH-STATUS NOT = "10"
               MOVE "ARCH-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       2500-TOTAL-DETAIL.
           MOVE ZERO TO LOOKUP-RUN-DATE
           MOVE ZERO TO LOOKUP-CYCLE
           MOVE LOW-VALUES TO LOOKUP-BATCH-ID
           MOVE ZERO TO LOOKUP-RECORD-SEQ
           START LOOKUP-FILE KEY IS NOT LESS THAN LOOKUP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START
           IF NOT WS-END-OF-FILE
               PERFORM 2600-READ-LOOKUP
           END-IF
           PERFORM 2550-TOTAL-LOOKUP-RECORD
               UNTIL WS-END-OF-FILE
           PERFORM 3500-FLUSH-GROUP.

       2550-TOTAL-LOOKUP-RECORD.
           ADD 1 TO WS-LOOK-READ-COUNT
           IF LOOKUP-RUN-DATE < WS-DETAIL-LOW-DATE
               MOVE LOOKUP-RUN-DATE TO WS-DETAIL-LOW-DATE
           END-IF
           IF LOOKUP-RUN-DATE > WS-DETAIL-HIGH-DATE
               MOVE LOOKUP-RUN-DATE TO WS-DETAIL-HIGH-DATE
           END-IF
           MOVE LOOKUP-RUN-DATE TO WS-SRC-RUN-DATE
           MOVE LOOKUP-CYCLE TO WS-SRC-CYCLE
           MOVE LOOKUP-BATCH-ID TO WS-SRC-BATCH-ID
           MOVE LOOKUP-RESULT TO WS-SRC-RESULT
           MOVE LOOKUP-DEPT TO WS-SRC-DEPT
           MOVE LOOKUP-REV-IND TO WS-SRC-REV-IND
           PERFORM 3000-ACCUMULATE-DETAIL
           PERFORM 2600-READ-LOOKUP.

       2600-READ-LOOKUP.
           READ LOOKUP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-READ
           IF WS-LOOKUP-STATUS NOT = "00"
                   AND WS-LOOKUP-STATUS NOT = "10"
               MOVE "LOOKUP-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-LOOKUP-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       3000-ACCUMULATE-DETAIL.
           IF WS-GROUP-OPEN
               IF WS-SRC-RUN-DATE NOT = WS-GRP-RUN-DATE
                       OR WS-SRC-CYCLE NOT = WS-GRP-CYCLE
                       OR WS-SRC-BATCH-ID NOT = WS-GRP-BATCH-ID
                   PERFORM 3500-FLUSH-GROUP
               END-IF
           END-IF
           IF NOT WS-GROUP-OPEN
               MOVE WS-SRC-RUN-DATE TO WS-GRP-RUN-DATE
               MOVE WS-SRC-CYCLE TO WS-GRP-CYCLE
               MOVE WS-SRC-BATCH-ID TO WS-GRP-BATCH-ID
               MOVE ZERO TO WS-GT-COUNT
               MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
           END-IF
           MOVE ZERO TO WS-GT-HIT-IX
           PERFORM 3050-SCAN-GROUP-TABLE
               VARYING WS-GT-IX FROM 1 BY 1
               UNTIL WS-GT-IX > WS-GT-COUNT
           IF WS-GT-HIT-IX = ZERO
               IF WS-GT-COUNT < WS-GT-MAX
                   ADD 1 TO WS-GT-COUNT
                   MOVE WS-GT-COUNT TO WS-GT-HIT-IX
                   MOVE WS-SRC-DEPT TO WS-GT-DEPT(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-PAIR-COUNT(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-TOTAL(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-MIN-RESULT(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-MAX-RESULT(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-REV-COUNT(WS-GT-HIT-IX)
                   MOVE ZERO TO WS-GT-REV-TOTAL(WS-GT-HIT-IX)
               ELSE
                   ADD 1 TO WS-GT-DROPPED
               END-IF
           END-IF
           IF WS-GT-HIT-IX > ZERO
               PERFORM 3100-ADD-TO-GROUP-ENTRY
           END-IF.

       3050-SCAN-GROUP-TABLE.
           IF WS-GT-DEPT(WS-GT-IX) = WS-SRC-DEPT
               MOVE WS-GT-IX TO WS-GT-HIT-IX
               MOVE WS-GT-COUNT TO WS-GT-IX
           END-IF.

       3100-ADD-TO-GROUP-ENTRY.
           IF WS-SRC-REVERSED
               ADD 1 TO WS-GT-REV-COUNT(WS-GT-HIT-IX)
               ADD WS-SRC-RESULT TO WS-GT-REV-TOTAL(WS-GT-HIT-IX)
           ELSE
               IF WS-GT-PAIR-COUNT(WS-GT-HIT-IX) = ZERO
                   OR WS-SRC-RESULT < WS-GT-MIN-RESULT(WS-GT-HIT-IX)
                   MOVE WS-SRC-RESULT TO WS-GT-MIN-RESULT(WS-GT-HIT-IX)
               END-IF
               IF WS-GT-PAIR-COUNT(WS-GT-HIT-IX) = ZERO
                   OR WS-SRC-RESULT > WS-GT-MAX-RESULT(WS-GT-HIT-IX)
                   MOVE WS-SRC-RESULT TO WS-GT-MAX-RESULT(WS-GT-HIT-IX)
               END-IF
               ADD 1 TO WS-GT-PAIR-COUNT(WS-GT-HIT-IX)
               ADD WS-SRC-RESULT TO WS-GT-TOTAL(WS-GT-HIT-IX)
           END-IF.

       3500-FLUSH-GROUP.
           IF WS-GROUP-OPEN
               PERFORM 3550-FLUSH-GROUP-ENTRY
                   VARYING WS-GT-IX FROM 1 BY 1
                   UNTIL WS-GT-IX > WS-GT-COUNT
               MOVE ZERO TO WS-GT-COUNT
               MOVE 'N' TO WS-GROUP-OPEN-SWITCH
           END-IF.

       3550-FLUSH-GROUP-ENTRY.
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GRP-RUN-DATE TO DSUM-RUN-DATE
           MOVE WS-GRP-CYCLE TO DSUM-CYCLE
           MOVE WS-GRP-BATCH-ID TO DSUM-BATCH-ID
           MOVE WS-GT-DEPT(WS-GT-IX) TO DSUM-DEPT
           READ DAYSUM-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-DAYSUM-STATUS NOT = "00"
                   AND WS-DAYSUM-STATUS NOT = "23"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           IF WS-REBUILD-MODE
               PERFORM 4000-POST-GROUP-ENTRY
           ELSE
               PERFORM 4500-COMPARE-GROUP-ENTRY
           END-IF.

      * Rebuild: a new group is written, a group this run has already
      * written from the archive is added to, any other record is
      * replaced outright with the figures from the detail.
       4000-POST-GROUP-ENTRY.
           EVALUATE TRUE
               WHEN WS-DAYSUM-STATUS = "23"
                   MOVE SPACES TO DSUM-RECORD
                   MOVE WS-GRP-RUN-DATE TO DSUM-RUN-DATE
                   MOVE WS-GRP-CYCLE TO DSUM-CYCLE
                   MOVE WS-GRP-BATCH-ID TO DSUM-BATCH-ID
                   MOVE WS-GT-DEPT(WS-GT-IX) TO DSUM-DEPT
                   PERFORM 4100-MOVE-GROUP-FIGURES
                   PERFORM 4300-STAMP-SUMMARY
                   WRITE DSUM-RECORD
                   ADD 1 TO WS-ADDED-COUNT
               WHEN DSUM-BUILT-BY-REBUILD
                       AND DSUM-BUILD-DATE = WS-STAMP-DATE
                       AND DSUM-BUILD-TIME = WS-STAMP-TIME
                   PERFORM 4200-MERGE-GROUP-FIGURES
                   REWRITE DSUM-RECORD
               WHEN OTHER
                   IF DSUM-PAIR-COUNT = WS-GT-PAIR-COUNT(WS-GT-IX)
                       AND DSUM-TOTAL = WS-GT-TOTAL(WS-GT-IX)
                       AND DSUM-MIN-RESULT
                           = WS-GT-MIN-RESULT(WS-GT-IX)
                       AND DSUM-MAX-RESULT
                           = WS-GT-MAX-RESULT(WS-GT-IX)
                       AND DSUM-REV-COUNT = WS-GT-REV-COUNT(WS-GT-IX)
                       AND DSUM-REV-TOTAL = WS-GT-REV-TOTAL(WS-GT-IX)
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-CORRECTED-COUNT
                       MOVE "CORRECTED" TO WS-RPT-DIF-REASON
                       PERFORM 4800-PRINT-DIFF-LINE
                   END-IF
                   PERFORM 4100-MOVE-GROUP-FIGURES
                   PERFORM 4300-STAMP-SUMMARY
                   REWRITE DSUM-RECORD
           END-EVALUATE
           IF WS-DAYSUM-STATUS NOT = "00"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       4100-MOVE-GROUP-FIGURES.
           MOVE WS-GT-PAIR-COUNT(WS-GT-IX) TO DSUM-PAIR-COUNT
           MOVE WS-GT-TOTAL(WS-GT-IX) TO DSUM-TOTAL
           MOVE WS-GT-MIN-RESULT(WS-GT-IX) TO DSUM-MIN-RESULT
           MOVE WS-GT-MAX-RESULT(WS-GT-IX) TO DSUM-MAX-RESULT
           MOVE WS-GT-REV-COUNT(WS-GT-IX) TO DSUM-REV-COUNT
           MOVE WS-GT-REV-TOTAL(WS-GT-IX) TO DSUM-REV-TOTAL.

       4200-MERGE-GROUP-FIGURES.
           IF WS-GT-PAIR-COUNT(WS-GT-IX) > ZERO
               IF DSUM-PAIR-COUNT = ZERO
                   OR WS-GT-MIN-RESULT(WS-GT-IX) < DSUM-MIN-RESULT
                   MOVE WS-GT-MIN-RESULT(WS-GT-IX) TO DSUM-MIN-RESULT
               END-IF
               IF DSUM-PAIR-COUNT = ZERO
                   OR WS-GT-MAX-RESULT(WS-GT-IX) > DSUM-MAX-RESULT
                   MOVE WS-GT-MAX-RESULT(WS-GT-IX) TO DSUM-MAX-RESULT
               END-IF
           END-IF
           ADD WS-GT-PAIR-COUNT(WS-GT-IX) TO DSUM-PAIR-COUNT
           ADD WS-GT-TOTAL(WS-GT-IX) TO DSUM-TOTAL
           ADD WS-GT-REV-COUNT(WS-GT-IX) TO DSUM-REV-COUNT
           ADD WS-GT-REV-TOTAL(WS-GT-IX) TO DSUM-REV-TOTAL.

       4300-STAMP-SUMMARY.
           MOVE 'R' TO DSUM-BUILD-SOURCE
           MOVE WS-STAMP-DATE TO DSUM-BUILD-DATE
           MOVE WS-STAMP-TIME TO DSUM-BUILD-TIME.

       4500-COMPARE-GROUP-ENTRY.
           EVALUATE TRUE
               WHEN WS-DAYSUM-STATUS = "23"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE ZERO TO DSUM-PAIR-COUNT
                   MOVE ZERO TO DSUM-TOTAL
                   MOVE "MISSING FROM SUMMARY" TO WS-RPT-DIF-REASON
                   PERFORM 4800-PRINT-DIFF-LINE
               WHEN DSUM-PAIR-COUNT NOT = WS-GT-PAIR-COUNT(WS-GT-IX)
                       OR DSUM-TOTAL NOT = WS-GT-TOTAL(WS-GT-IX)
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE "COUNT/TOTAL DIFFER" TO WS-RPT-DIF-REASON
                   PERFORM 4800-PRINT-DIFF-LINE
               WHEN DSUM-MIN-RESULT NOT = WS-GT-MIN-RESULT(WS-GT-IX)
                       OR DSUM-MAX-RESULT
                           NOT = WS-GT-MAX-RESULT(WS-GT-IX)
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE "MIN/MAX DIFFER" TO WS-RPT-DIF-REASON
                   PERFORM 4800-PRINT-DIFF-LINE
               WHEN DSUM-REV-COUNT NOT = WS-GT-REV-COUNT(WS-GT-IX)
                       OR DSUM-REV-TOTAL
                           NOT = WS-GT-REV-TOTAL(WS-GT-IX)
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE "REVERSED PAIRS DIFFER" TO WS-RPT-DIF-REASON
                   PERFORM 4800-PRINT-DIFF-LINE
               WHEN OTHER
                   ADD 1 TO WS-AGREE-COUNT
           END-EVALUATE.

      * One line per disagreement: the detail figures from the group
      * table, the summary figures as they stood on DAYSUM.
       4800-PRINT-DIFF-LINE.
           IF NOT WS-DIFF-HDR-PRINTED
               MOVE WS-RPT-DIFF-HEADER TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE 'Y' TO WS-DIFF-HDR-SWITCH
           END-IF
           MOVE WS-GRP-RUN-DATE TO WS-RPT-DIF-DATE
           MOVE WS-GRP-CYCLE TO WS-RPT-DIF-CYCLE
           MOVE WS-GRP-BATCH-ID TO WS-RPT-DIF-BATCH
           MOVE WS-GT-DEPT(WS-GT-IX) TO WS-RPT-DIF-DEPT
           MOVE WS-GT-PAIR-COUNT(WS-GT-IX) TO WS-RPT-DIF-DTL-COUNT
           MOVE WS-GT-TOTAL(WS-GT-IX) TO WS-RPT-DIF-DTL-TOTAL
           MOVE DSUM-PAIR-COUNT TO WS-RPT-DIF-SUM-COUNT
           MOVE DSUM-TOTAL TO WS-RPT-DIF-SUM-TOTAL
           MOVE WS-RPT-DIFF-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       4850-PRINT-EXTRA-LINE.
           IF NOT WS-DIFF-HDR-PRINTED
               MOVE WS-RPT-DIFF-HEADER TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE 'Y' TO WS-DIFF-HDR-SWITCH
           END-IF
           MOVE DSUM-RUN-DATE TO WS-RPT-DIF-DATE
           MOVE DSUM-CYCLE TO WS-RPT-DIF-CYCLE
           MOVE DSUM-BATCH-ID TO WS-RPT-DIF-BATCH
           MOVE DSUM-DEPT TO WS-RPT-DIF-DEPT
           MOVE ZERO TO WS-RPT-DIF-DTL-COUNT
           MOVE ZERO TO WS-RPT-DIF-DTL-TOTAL
           MOVE DSUM-PAIR-COUNT TO WS-RPT-DIF-SUM-COUNT
           MOVE DSUM-TOTAL TO WS-RPT-DIF-SUM-TOTAL
           MOVE WS-RPT-DIFF-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

      * Rebuild mode only: before anything is written, prove an
      * archive named on the ARCHID card is the one the catalog
      * describes, exactly as AMTRST00 does for a date-directed
      * restore. No card - the rebuild works from AMTLOOK alone.
       5000-VERIFY-ARCHIVE.
           PERFORM 5100-READ-ARCHIVE-ID
           IF WS-ARCHIVE-DSNAME NOT = SPACES
               MOVE 'Y' TO WS-ARCHIVE-SWITCH
               PERFORM 5200-SCAN-CATALOG
               IF NOT WS-REBUILD-REFUSED
                   PERFORM 5300-SCAN-ARCHIVE-CONTENTS
               END-IF
           END-IF.

       5100-READ-ARCHIVE-ID.
           OPEN INPUT ARCHID-FILE
           IF WS-ARCHID-STATUS = "00"
               READ ARCHID-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE ARCHID-DSNAME TO WS-ARCHIVE-DSNAME
               END-READ
               CLOSE ARCHID-FILE
           END-IF.

       5200-SCAN-CATALOG.
           OPEN INPUT CATALOG-FILE
           IF WS-ARCHCAT-STATUS = "00"
               PERFORM 5250-READ-CATALOG-ENTRY
                   UNTIL WS-CAT-END
               CLOSE CATALOG-FILE
           END-IF
           IF NOT WS-CAT-DSNAME-FOUND
               MOVE "ARCHIVE DATASET NOT IN CATALOG - REBUILD REFUSED"
                   TO WS-RPT-MSG-TEXT
               PERFORM 5900-REFUSE-REBUILD
           END-IF.

       5250-READ-CATALOG-ENTRY.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-SWITCH
               NOT AT END
                   IF ACAT-DATASET-NAME = WS-ARCHIVE-DSNAME
                       MOVE 'Y' TO WS-CAT-FOUND-SWITCH
                       IF ACAT-FROM-DATE < WS-CAT-LOW-DATE
                           MOVE ACAT-FROM-DATE TO WS-CAT-LOW-DATE
                       END-IF
                       IF ACAT-TO-DATE > WS-CAT-HIGH-DATE
                           MOVE ACAT-TO-DATE TO WS-CAT-HIGH-DATE
                       END-IF
                       ADD ACAT-RECORD-COUNT TO WS-CAT-REC-TOTAL
                   END-IF
           END-READ
           IF WS-ARCHCAT-STATUS NOT = "00"
                   AND WS-ARCHCAT-STATUS NOT = "10"
               MOVE "CATALOG-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-ARCHCAT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       5300-SCAN-ARCHIVE-CONTENTS.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT = "00"
               MOVE "ARCH-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF
           PERFORM 5350-SCAN-ARCHIVE-RECORD
               UNTIL WS-SCAN-END
           CLOSE ARCH-FILE
           IF WS-SCAN-REC-COUNT NOT = WS-CAT-REC-TOTAL
               OR WS-SCAN-LOW-DATE NOT = WS-CAT-LOW-DATE
               OR WS-SCAN-HIGH-DATE NOT = WS-CAT-HIGH-DATE
               MOVE "ARCHIVE CONTENTS DO NOT MATCH CATALOG ENTRY - "
                   TO WS-RPT-MSG-TEXT
               MOVE "WRONG FILE MOUNTED? REBUILD REFUSED"
                   TO WS-RPT-MSG-TEXT(47:35)
               PERFORM 5900-REFUSE-REBUILD
           END-IF.

       5350-SCAN-ARCHIVE-RECORD.
           READ ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SCAN-REC-COUNT
                   MOVE ARCH-RECORD TO LOOKUP-RECORD
                   IF LOOKUP-RUN-DATE < WS-SCAN-LOW-DATE
                       MOVE LOOKUP-RUN-DATE TO WS-SCAN-LOW-DATE
                   END-IF
                   IF LOOKUP-RUN-DATE > WS-SCAN-HIGH-DATE
                       MOVE LOOKUP-RUN-DATE TO WS-SCAN-HIGH-DATE
                   END-IF
           END-READ
           IF WS-ARCH-STATUS NOT = "00" AND WS-ARCH-STATUS NOT = "10"
               MOVE "ARCH-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-ARCH-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       5900-REFUSE-REBUILD.
           MOVE 'Y' TO WS-REFUSE-SWITCH
           MOVE WS-RPT-MSG-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           DISPLAY "*** AMTDSM00: " WS-RPT-MSG-TEXT(1:76).

      * Every DAYSUM record on a run date AMTLOOK holds detail for
      * must have a detail group behind it. A rebuild has restamped
      * every group it found, so an unstamped record on such a date
      * is stale and is removed; compare looks the group up and
      * reports it. Dates with no detail are purged history.
       6000-SWEEP-SUMMARY.
           MOVE WS-DETAIL-LOW-DATE TO DSUM-RUN-DATE
           MOVE ZERO TO DSUM-CYCLE
           MOVE LOW-VALUES TO DSUM-BATCH-ID
           MOVE LOW-VALUES TO DSUM-DEPT
           START DAYSUM-FILE KEY IS NOT LESS THAN DSUM-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-DSUM-EOF-SWITCH
           END-START
           IF NOT WS-DSUM-END
               PERFORM 6100-READ-SUMMARY
           END-IF
           PERFORM 6050-CHECK-SUMMARY-RECORD
               UNTIL WS-DSUM-END.

       6050-CHECK-SUMMARY-RECORD.
           IF DSUM-RUN-DATE > WS-DETAIL-HIGH-DATE
               MOVE 'Y' TO WS-DSUM-EOF-SWITCH
           ELSE
               IF DSUM-RUN-DATE NOT = WS-CHECKED-DATE
                   PERFORM 6200-CHECK-DETAIL-DATE
               END-IF
               IF WS-DATE-HAS-DETAIL
                   PERFORM 6300-CHECK-STALE-SUMMARY
               END-IF
               PERFORM 6100-READ-SUMMARY
           END-IF.

       6100-READ-SUMMARY.
           READ DAYSUM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DSUM-EOF-SWITCH
           END-READ
           IF WS-DAYSUM-STATUS NOT = "00"
                   AND WS-DAYSUM-STATUS NOT = "10"
               MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
               MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       6200-CHECK-DETAIL-DATE.
           MOVE DSUM-RUN-DATE TO WS-CHECKED-DATE
           MOVE 'N' TO WS-DATE-DETAIL-SWITCH
           MOVE DSUM-RUN-DATE TO LOOKUP-RUN-DATE
           MOVE ZERO TO LOOKUP-CYCLE
           MOVE LOW-VALUES TO LOOKUP-BATCH-ID
           MOVE ZERO TO LOOKUP-RECORD-SEQ
           PERFORM 6400-READ-FIRST-DETAIL
           IF WS-LOOKUP-STATUS = "00"
                   AND LOOKUP-RUN-DATE = WS-CHECKED-DATE
               MOVE 'Y' TO WS-DATE-DETAIL-SWITCH
           END-IF.

       6300-CHECK-STALE-SUMMARY.
           IF WS-REBUILD-MODE
               IF NOT DSUM-BUILT-BY-REBUILD
                       OR DSUM-BUILD-DATE NOT = WS-STAMP-DATE
                       OR DSUM-BUILD-TIME NOT = WS-STAMP-TIME
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE "REMOVED - NO DETAIL" TO WS-RPT-DIF-REASON
                   PERFORM 4850-PRINT-EXTRA-LINE
                   DELETE DAYSUM-FILE RECORD
                   IF WS-DAYSUM-STATUS NOT = "00"
                       MOVE "DAYSUM-FILE" TO WS-FATAL-FILE-NAME
                       MOVE WS-DAYSUM-STATUS TO WS-FATAL-STATUS
                       PERFORM 9900-FATAL-FILE-ERROR
                   END-IF
               END-IF
           ELSE
               PERFORM 6350-FIND-DETAIL-GROUP
               IF NOT WS-DETAIL-GROUP-FOUND
                   ADD 1 TO WS-EXTRA-COUNT
                   MOVE "SUMMARY WITHOUT DETAIL" TO WS-RPT-DIF-REASON
                   PERFORM 4850-PRINT-EXTRA-LINE
               END-IF
           END-IF.

      * Compare only: look for a detail pair of the summary record's
      * run date, cycle, batch id and department.
       6350-FIND-DETAIL-GROUP.
           MOVE 'N' TO WS-GROUP-FOUND-SWITCH
           MOVE 'N' TO WS-GROUP-SCAN-SWITCH
           MOVE DSUM-RUN-DATE TO LOOKUP-RUN-DATE
           MOVE DSUM-CYCLE TO LOOKUP-CYCLE
           MOVE DSUM-BATCH-ID TO LOOKUP-BATCH-ID
           MOVE ZERO TO LOOKUP-RECORD-SEQ
           PERFORM 6400-READ-FIRST-DETAIL
           PERFORM 6380-CHECK-DETAIL-PAIR
               UNTIL WS-GROUP-SCAN-DONE.

       6380-CHECK-DETAIL-PAIR.
           IF WS-LOOKUP-STATUS NOT = "00"
                   OR LOOKUP-RUN-DATE NOT = DSUM-RUN-DATE
                   OR LOOKUP-CYCLE NOT = DSUM-CYCLE
                   OR LOOKUP-BATCH-ID NOT = DSUM-BATCH-ID
               MOVE 'Y' TO WS-GROUP-SCAN-SWITCH
           ELSE
               IF LOOKUP-DEPT = DSUM-DEPT
                   MOVE 'Y' TO WS-GROUP-FOUND-SWITCH
                   MOVE 'Y' TO WS-GROUP-SCAN-SWITCH
               ELSE
                   PERFORM 2600-READ-LOOKUP
               END-IF
           END-IF.

       6400-READ-FIRST-DETAIL.
           START LOOKUP-FILE KEY IS NOT LESS THAN LOOKUP-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-LOOKUP-STATUS = "00"
               PERFORM 2600-READ-LOOKUP
           END-IF.

       7000-PRINT-COUNTS.
           IF WS-ARCHIVE-IN-USE AND NOT WS-REBUILD-REFUSED
               MOVE "ARCHIVE FOLDED IN: " TO WS-RPT-MSG-TEXT
               MOVE WS-ARCHIVE-DSNAME TO WS-RPT-MSG-TEXT(20:44)
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE "ARCHIVE RECORDS READ:       " TO WS-RPT-COUNT-LABEL
               MOVE WS-ARCH-READ-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "  OF WHICH STILL ON AMTLOOK:"
                   TO WS-RPT-COUNT-LABEL
               MOVE WS-ARCH-ON-FILE-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
           END-IF
           MOVE "AMTLOOK RECORDS READ:       " TO WS-RPT-COUNT-LABEL
           MOVE WS-LOOK-READ-COUNT TO WS-RPT-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           MOVE "SUMMARY GROUPS TOTALLED:    " TO WS-RPT-COUNT-LABEL
           MOVE WS-GROUP-COUNT TO WS-RPT-COUNT
           PERFORM 7100-WRITE-COUNT-LINE
           IF WS-REBUILD-MODE
               MOVE "SUMMARY RECORDS ADDED:      " TO WS-RPT-COUNT-LABEL
               MOVE WS-ADDED-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "SUMMARY RECORDS CORRECTED:  " TO WS-RPT-COUNT-LABEL
               MOVE WS-CORRECTED-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "SUMMARY RECORDS UNCHANGED:  " TO WS-RPT-COUNT-LABEL
               MOVE WS-UNCHANGED-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "STALE SUMMARY REMOVED:      " TO WS-RPT-COUNT-LABEL
               MOVE WS-REMOVED-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
           ELSE
               MOVE "GROUPS IN AGREEMENT:        " TO WS-RPT-COUNT-LABEL
               MOVE WS-AGREE-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "GROUPS THAT DIFFER:         " TO WS-RPT-COUNT-LABEL
               MOVE WS-DIFFER-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "GROUPS MISSING FROM SUMMARY:" TO WS-RPT-COUNT-LABEL
               MOVE WS-MISSING-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
               MOVE "SUMMARY WITHOUT DETAIL:     " TO WS-RPT-COUNT-LABEL
               MOVE WS-EXTRA-COUNT TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
           END-IF
           IF WS-GT-DROPPED > ZERO
               MOVE "DEPARTMENT TABLE FULL - PAIRS LEFT OUT:"
                   TO WS-RPT-MSG-TEXT
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
               MOVE "PAIRS NOT TOTALLED:         " TO WS-RPT-COUNT-LABEL
               MOVE WS-GT-DROPPED TO WS-RPT-COUNT
               PERFORM 7100-WRITE-COUNT-LINE
           END-IF
           IF WS-COMPARE-MODE
               IF WS-DIFFER-COUNT = ZERO
                       AND WS-MISSING-COUNT = ZERO
                       AND WS-EXTRA-COUNT = ZERO
                       AND WS-GT-DROPPED = ZERO
                   MOVE "DAYSUM AGREES WITH THE AMTLOOK DETAIL"
                       TO WS-RPT-MSG-TEXT
               ELSE
                   MOVE "DAYSUM DOES NOT AGREE WITH THE AMTLOOK DETAIL "
                       TO WS-RPT-MSG-TEXT
                   MOVE "- RUN AMTDSM00 PARM='REBUILD'"
                       TO WS-RPT-MSG-TEXT(47:29)
               END-IF
               MOVE WS-RPT-MSG-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF.

       7100-WRITE-COUNT-LINE.
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       8000-WRITE-RPT-LINE.
           WRITE RPT-LINE
           IF WS-DSMRPT-STATUS NOT = "00"
               MOVE "DSM-RPT" TO WS-FATAL-FILE-NAME
               MOVE WS-DSMRPT-STATUS TO WS-FATAL-STATUS
               PERFORM 9900-FATAL-FILE-ERROR
           END-IF.

       9000-TERMINATE.
           CLOSE LOOKUP-FILE
           CLOSE DAYSUM-FILE
           CLOSE DSM-RPT.

       9900-FATAL-FILE-ERROR.
           DISPLAY "*** FATAL FILE ERROR ON " WS-FATAL-FILE-NAME
               " STATUS=" WS-FATAL-STATUS " *** JOB TERMINATED ***"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
