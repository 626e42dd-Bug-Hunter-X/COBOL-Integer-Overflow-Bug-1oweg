      *           failed - so they are written with status 'I'
      *           (informational) and can never be resubmitted;
      *           recycling one would double-post the pair.
      *           SUSP-DEPT is the department (TRAN-HDR-DEPT) of the
      *           batch the record came in under, so the item can be
      *           returned to its feeder; it is blank on records
      *           written before the field existed. SUSP-STATUS-DATE
      *           is the business date AMTCOR00 advanced the status to
      *           'R' or 'W' (zero while the record is open), which
      *           AMTRTN00 uses to tell the feeder what became of it.
      *           Records written before the field existed hold
      *           spaces there, whatever their status, so a reader
      *           must test it IS NUMERIC before comparing it.
      *           SUSP-CURRENCY is the batch currency (see FXRATE) the
      *           amounts are in, as the feeder sent them; AMTCOR00
      *           recycles the item in that currency. Blank means the
      *           functional currency.
      *           SUSP-WO-PENDING-IND is 'A' while a write-off keyed
      *           for the item waits for a second approver: AMTCOR00
      *           leaves an item open when its functional amount is
      *           over the approval limit on its WOCTL card and the
      *           correction carries no approver other than the
      *           operator. SUSP-WO-REQ-DATE is the business date the
      *           write-off was first asked for and SUSP-WO-REQ-OPER
      *           who asked, so AMTAGE00 can show the item as awaiting
      *           approval. All three are cleared when the item leaves
      *           status 'O'; they are blank on records written before
      *           the fields existed.
      ******************************************************************
       01  SUSP-RECORD.
           05  SUSP-KEY.
               88  SUSP-WRITTEN-OFF        VALUE 'W'.
               88  SUSP-INFO-ONLY          VALUE 'I'.
           05  SUSP-CYCLE              PIC 9(2).
           05  SUSP-DEPT               PIC X(4).
           05  SUSP-STATUS-DATE        PIC 9(8).
           05  SUSP-CURRENCY           PIC X(3).
           05  SUSP-WO-PENDING-IND     PIC X(1).
               88  SUSP-WO-AWAITING-APPROVAL VALUE 'A'.
           05  SUSP-WO-REQ-DATE        PIC 9(8).
           05  SUSP-WO-REQ-OPER        PIC X(8).
