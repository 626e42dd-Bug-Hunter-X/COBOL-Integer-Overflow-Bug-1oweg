      ******************************************************************
      * COPYBOOK: EDITREJ
      * PURPOSE:  Edit reject record written by AMTEDT00 to the
      *           EDITREJ dataset, one per input record it set aside:
      *           the original 80-byte record image, the reject reason
      *           code (see the edit rules in AMTEDT00), and where the
      *           record came from - the business date and cycle of
      *           the edit run and the batch id / department of the
      *           batch header it arrived under (AMTBATCH and blank
      *           for a headerless file). The same dataset collects
      *           every cycle of the business day, so without the
      *           date, cycle and batch a detail reject could not be
      *           traced back to its batch. REJ-TRAN-AREA views the
      *           image as a detail record for programs (AMTPRF00)
      *           that total the rejected pairs.
      ******************************************************************
       01  REJECT-RECORD.
           05  REJ-IMAGE               PIC X(80).
           05  REJ-TRAN-AREA REDEFINES REJ-IMAGE.
               10  REJ-TRAN-TYPE       PIC X(1).
               10  REJ-TRAN-DATA-1     PIC S9(7)V99.
               10  REJ-TRAN-DATA-2     PIC S9(7)V99.
               10  FILLER              PIC X(61).
           05  REJ-REASON-CODE         PIC X(4).
           05  REJ-RUN-DATE            PIC 9(8).
           05  REJ-CYCLE               PIC 9(2).
           05  REJ-BATCH-ID            PIC X(8).
           05  REJ-DEPT                PIC X(4).
