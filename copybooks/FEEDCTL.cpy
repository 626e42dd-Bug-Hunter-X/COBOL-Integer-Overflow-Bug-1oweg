      *           transmit must run only when the status is 'C' or
      *           'R'. AMTRLS00 is the controlled release: it moves a
      *           held feed to 'R' (released) or 'B' (backed out),
      *           recording the supervisor's id, date and reason -
      *           from a control card, or (PARM='ONLINE') from a
      *           two-person request proposed and approved on the
      *           AMTHLD00 screen (see RLSREQ), when the id recorded
      *           is the approver's. FEEDCTLV is a KSDS query copy of
      *           this file for CICS, reloaded by a DFSORT copy and
      *           IDCAMS REPRO. Because a rerun after a BACKOUT
      *           appends a second entry for the same run date and
      *           cycle, each FEEDCTLV record carries a 2-digit feed
      *           occurrence (01, 02, ...) after the cycle and is
      *           keyed run date / cycle / occurrence (12 bytes); the
      *           rest of the record follows as below. AMTRLS00 and
      *           AMTFHR00 count the occurrence the same way as they
      *           read this file, which stays in run-date/cycle order.
      ******************************************************************
       01  FEEDCTL-RECORD.
           05  FCTL-RUN-DATE           PIC 9(8).
