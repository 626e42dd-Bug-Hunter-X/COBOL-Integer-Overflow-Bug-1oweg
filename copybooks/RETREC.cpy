      ******************************************************************
      * COPYBOOK: RETREC
      * PURPOSE:  Department return file (RTNFILE) record, written by
      *           AMTRTN00 after each nightly cycle to tell every
      *           feeder department (TRAN-HDR-DEPT) what became of
      *           the batches it sent, without phoning operations.
      *           The file is in department order (RTN-SORT-KEY); each
      *           department's records are bracketed by a header and
      *           a trailer so the set can be split off and passed to
      *           that department on its own.
      *           RECORD TYPES (RTN-REC-CLASS gives the order within
      *           a department):
      *             'H' (0) - department header
      *             'A' (1) - batch acknowledgment, one per batch
      *                       received for the date and cycle:
      *                         'A' accepted (some pairs may still
      *                             have been rejected - see 'R')
      *                         'R' rejected whole (RTN-ACK-REASON
      *                             is the batch reason code)
      *                         'O' out of balance with its trailer
      *                             (or no trailer); the trailer's
      *                             count and total are shown
      *                       Counts and totals are pairs and pair
      *                       results (DATA-1 + DATA-2): received,
      *                       accepted into the GL feed, rejected
      *             'R' (2) - one per rejected pair (or unreadable
      *                       record) with the reason code, the two
      *                       amounts as sent, and plain-language text.
      *                       RTN-RJ-SOURCE 'E' = refused at the edit
      *                       (EDITREJ), 'S' = held in suspense by the
      *                       summation (RTN-RJ-SUSP-SEQ is its
      *                       suspense reference)
      *             'S' (3) - later status of an earlier suspense
      *                       item: 'R' corrected and resubmitted,
      *                       'W' written off (AMTCOR00 outcome)
      *             'M' (4) - missing-batch notice: a BUSCAL 'S'
      *                       schedule entry that never arrived
      *             'T' (9) - department trailer: record counts by
      *                       type and all records including header
      *                       and trailer
      *           RTN-RUN-DATE / RTN-CYCLE are the business date and
      *           cycle the return file was built for.
      ******************************************************************
       01  RTN-RECORD.
           05  RTN-SORT-KEY.
               10  RTN-DEPT            PIC X(4).
               10  RTN-REC-CLASS       PIC 9(1).
           05  RTN-REC-TYPE            PIC X(1).
               88  RTN-DEPT-HEADER         VALUE 'H'.
               88  RTN-BATCH-ACK           VALUE 'A'.
               88  RTN-REJECT-DETAIL       VALUE 'R'.
               88  RTN-STATUS-CHANGE       VALUE 'S'.
               88  RTN-MISSING-BATCH       VALUE 'M'.
               88  RTN-DEPT-TRAILER        VALUE 'T'.
           05  RTN-RUN-DATE            PIC 9(8).
           05  RTN-CYCLE               PIC 9(2).
           05  RTN-BATCH-ID            PIC X(8).
           05  RTN-BODY                PIC X(89).
           05  RTN-ACK-AREA REDEFINES RTN-BODY.
               10  RTN-ACK-STATUS      PIC X(1).
                   88  RTN-ACK-ACCEPTED    VALUE 'A'.
                   88  RTN-ACK-REJECTED    VALUE 'R'.
                   88  RTN-ACK-OUT-OF-BAL  VALUE 'O'.
               10  RTN-ACK-REASON      PIC X(4).
               10  RTN-ACK-RECV-COUNT  PIC 9(7).
               10  RTN-ACK-RECV-TOTAL  PIC S9(12)V99.
               10  RTN-ACK-ACC-COUNT   PIC 9(7).
               10  RTN-ACK-ACC-TOTAL   PIC S9(12)V99.
               10  RTN-ACK-REJ-COUNT   PIC 9(7).
               10  RTN-ACK-REJ-TOTAL   PIC S9(12)V99.
               10  RTN-ACK-TRL-COUNT   PIC 9(7).
               10  RTN-ACK-TRL-TOTAL   PIC S9(12)V99.
           05  RTN-REJECT-AREA REDEFINES RTN-BODY.
               10  RTN-RJ-SOURCE       PIC X(1).
                   88  RTN-RJ-FROM-EDIT    VALUE 'E'.
                   88  RTN-RJ-FROM-SUSP    VALUE 'S'.
               10  RTN-RJ-REASON       PIC X(4).
               10  RTN-RJ-AMOUNTS      PIC X(18).
               10  RTN-RJ-AMOUNT-VALUES REDEFINES RTN-RJ-AMOUNTS.
                   15  RTN-RJ-DATA-1   PIC S9(7)V99.
                   15  RTN-RJ-DATA-2   PIC S9(7)V99.
               10  RTN-RJ-SUSP-SEQ     PIC 9(7).
               10  FILLER              PIC X(59).
           05  RTN-STATUS-AREA REDEFINES RTN-BODY.
               10  RTN-ST-NEW-STATUS   PIC X(1).
                   88  RTN-ST-RESUBMITTED  VALUE 'R'.
                   88  RTN-ST-WRITTEN-OFF  VALUE 'W'.
               10  RTN-ST-REASON       PIC X(4).
               10  RTN-ST-DATA-1       PIC S9(7)V99.
               10  RTN-ST-DATA-2       PIC S9(7)V99.
               10  RTN-ST-SUSP-DATE    PIC 9(8).
               10  RTN-ST-SUSP-CYCLE   PIC 9(2).
               10  RTN-ST-SUSP-SEQ     PIC 9(7).
               10  FILLER              PIC X(49).
           05  RTN-HEADER-AREA REDEFINES RTN-BODY.
               10  RTN-HDR-CREATE-DATE PIC 9(8).
               10  RTN-HDR-CREATE-TIME PIC 9(8).
               10  FILLER              PIC X(73).
           05  RTN-TRAILER-AREA REDEFINES RTN-BODY.
               10  RTN-TRL-ACK-COUNT   PIC 9(7).
               10  RTN-TRL-REJ-COUNT   PIC 9(7).
               10  RTN-TRL-STS-COUNT   PIC 9(7).
               10  RTN-TRL-MIS-COUNT   PIC 9(7).
               10  RTN-TRL-REC-COUNT   PIC 9(7).
               10  FILLER              PIC X(54).
           05  RTN-TEXT                PIC X(60).
           05  FILLER                  PIC X(7).
