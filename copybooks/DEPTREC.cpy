      ******************************************************************
      * COPYBOOK: DEPTREC
      * PURPOSE:  Department master (DEPTMAST) record, one per valid
      *           feeder department (TRAN-HDR-DEPT). Maintained only
      *           by AMTDPT00 from add/change/deactivate cards and
      *           read at initialization by:
      *             - AMTEDT00, which rejects a whole batch whose
      *               header department is unknown, not in effect, or
      *               not allowed to send that batch id
      *             - AMTSUM00 and AMTREV00, which stamp the mapped
      *               GL cost center and natural account on every GL
      *               feed record (see GLFEED)
      *             - AMTCOR00, which takes the department's cost
      *               center for write-off entries when the WOCTL
      *               card names none
      *           DEPT-EFF-DATE is the business date the current
      *           status takes effect: an active department is valid
      *           from that date on; an inactive one stays valid
      *           until the day before it, so a deactivation can be
      *           keyed ahead of time.
      *           Up to six batch ids may be listed per department;
      *           unused slots are blank.
      ******************************************************************
       01  DEPT-RECORD.
           05  DEPT-CODE               PIC X(4).
           05  DEPT-COST-CENTER        PIC X(5).
           05  DEPT-NAT-ACCOUNT        PIC X(6).
           05  DEPT-STATUS             PIC X(1).
               88  DEPT-ACTIVE             VALUE 'A'.
               88  DEPT-INACTIVE           VALUE 'I'.
           05  DEPT-EFF-DATE           PIC 9(8).
           05  DEPT-ALLOWED-BATCHES.
               10  DEPT-BATCH-ID       PIC X(8) OCCURS 6 TIMES.
           05  DEPT-MAINT-OPER         PIC X(8).
