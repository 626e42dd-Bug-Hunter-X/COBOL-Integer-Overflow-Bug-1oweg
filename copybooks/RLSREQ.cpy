      ******************************************************************
      * COPYBOOK: RLSREQ
      * PURPOSE:  Online release request for a quarantined GL feed,
      *           one per proposal, kept permanently on the RLSREQ
      *           VSAM KSDS (keyed feed run date / cycle / feed
      *           occurrence / request sequence) as the two-person
      *           audit trail:
      *             - AMTHLD00 (CICS) writes the request as 'P'
      *               pending when an operator proposes RELEASE or
      *               BACKOUT of the held feed, and a DIFFERENT
      *               signed-on user id moves it to 'A' approved or
      *               'J' rejected; same-user approval is refused
      *             - AMTRLS00 (PARM='ONLINE') applies an approved
      *               request to the held FEEDCTL entry and marks it
      *               'C' complete, or 'S' superseded when the feed
      *               is no longer held by the time it runs
      *             - AMTFHR00 lists every request under its feed
      *               control entry, proposer and approver
      *           The feed occurrence is the place of the FEEDCTL
      *           entry among the entries for the same run date and
      *           cycle (01 for the first, 02 for the entry appended
      *           when AMTSUMJ is rerun after a BACKOUT, and so on),
      *           so the requests made against a backed-out run are
      *           never taken for the rerun's. It is the third part
      *           of the FEEDCTLV key.
      *           User ids are the CICS signed-on ids, not keyed
      *           text, so neither half of the control can be typed
      *           in on someone else's behalf.
      ******************************************************************
       01  RREQ-RECORD.
           05  RREQ-KEY.
               10  RREQ-RUN-DATE       PIC 9(8).
               10  RREQ-CYCLE          PIC 9(2).
               10  RREQ-FEED-OCCUR     PIC 9(2).
               10  RREQ-SEQ            PIC 9(3).
           05  RREQ-ACTION             PIC X(8).
               88  RREQ-RELEASE            VALUE 'RELEASE '.
               88  RREQ-BACKOUT            VALUE 'BACKOUT '.
           05  RREQ-STATUS             PIC X(1).
               88  RREQ-PENDING            VALUE 'P'.
               88  RREQ-APPROVED           VALUE 'A'.
               88  RREQ-REJECTED           VALUE 'J'.
               88  RREQ-COMPLETE           VALUE 'C'.
               88  RREQ-SUPERSEDED         VALUE 'S'.
           05  RREQ-PROPOSER           PIC X(8).
           05  RREQ-PROPOSE-DATE       PIC 9(8).
           05  RREQ-PROPOSE-TIME       PIC 9(6).
           05  RREQ-REASON             PIC X(20).
           05  RREQ-APPROVER           PIC X(8).
           05  RREQ-DECIDE-DATE        PIC 9(8).
