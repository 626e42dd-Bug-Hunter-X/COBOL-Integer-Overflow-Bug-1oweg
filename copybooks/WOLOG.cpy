      ******************************************************************
      * COPYBOOK: WOLOG
      * PURPOSE:  Write-off log record, one for every suspense item
      *           AMTCOR00 writes off. WOLOG is a permanent history
      *           and is never deleted: it is the controller's record
      *           of what was expensed, read by AMTWOR00 for the
      *           monthly write-off register.
      *           WOL-BUS-DATE / WOL-CYCLE are the business date and
      *           cycle of the AMTCOR00 run that applied the write-off;
      *           WOL-SUSP-RUN-DATE / -CYCLE / -SEQ identify the
      *           suspense item (see SUSPREC), and the batch id,
      *           department, reason code and currency are copied from
      *           it. WOL-TRAN-TOTAL is the item's amount as the feeder
      *           sent it, WOL-FUNC-TOTAL the same amount in the
      *           functional currency at WOL-FX-RATE - the amount
      *           posted to the ledger and tested against the approval
      *           limit in force (WOL-APPROVAL-LIMIT, from the WOCTL
      *           card).
      *           WOL-APPROVAL-IND is 'A' when the amount was over the
      *           limit and WOL-APPROVER-ID approved it, 'U' when it
      *           was within the limit (an approver is kept when one
      *           was keyed, but none was needed).
      *           WOL-GL-IND is 'Y' when a write-off entry went to
      *           WOFEED (see GLFEED) against WOL-COST-CENTER /
      *           WOL-NAT-ACCOUNT, 'N' when the item carried no amount
      *           to expense (BADT/NOTR items) and was closed without
      *           a ledger entry.
      ******************************************************************
       01  WOL-RECORD.
           05  WOL-BUS-DATE            PIC 9(8).
           05  WOL-CYCLE               PIC 9(2).
           05  WOL-SUSP-KEY.
               10  WOL-SUSP-RUN-DATE   PIC 9(8).
               10  WOL-SUSP-CYCLE      PIC 9(2).
               10  WOL-SUSP-SEQ        PIC 9(7).
           05  WOL-BATCH-ID            PIC X(8).
           05  WOL-DEPT                PIC X(4).
           05  WOL-REASON-CODE         PIC X(4).
           05  WOL-CURRENCY            PIC X(3).
           05  WOL-FX-RATE             PIC 9(3)V9(6).
           05  WOL-TRAN-TOTAL          PIC S9(8)V99.
           05  WOL-FUNC-TOTAL          PIC S9(8)V99.
           05  WOL-OPERATOR-ID         PIC X(8).
           05  WOL-APPROVER-ID         PIC X(8).
           05  WOL-APPROVAL-IND        PIC X(1).
               88  WOL-APPROVED-OVER-LIMIT VALUE 'A'.
               88  WOL-WITHIN-LIMIT        VALUE 'U'.
           05  WOL-GL-IND              PIC X(1).
               88  WOL-POSTED-TO-GL        VALUE 'Y'.
               88  WOL-NO-GL-ENTRY         VALUE 'N'.
           05  WOL-COST-CENTER         PIC X(5).
           05  WOL-NAT-ACCOUNT         PIC X(6).
           05  WOL-APPROVAL-LIMIT      PIC 9(7)V99.
           05  FILLER                  PIC X(7).
