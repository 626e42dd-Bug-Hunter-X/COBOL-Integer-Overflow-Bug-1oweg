      ******************************************************************
      * COPYBOOK: FXRATE
      * PURPOSE:  Exchange-rate control file (FXRATE) record. Supplied
      *           by treasury and kept by job AMTFXRJ, which merges
      *           each day's rate cards into the file in currency /
      *           record type / date order. Read whole at
      *           initialization by AMTEDT00, AMTSUM00 and AMTCOR00
      *           (which converts written-off suspense items to the
      *           functional currency for the ledger).
      *           A batch header (TRAN-HDR-CURRENCY) names the
      *           currency the feeder's amounts and trailer are in;
      *           blank means the functional currency.
      *           RECORD TYPES:
      *             'C' - one per currency the system accepts: its
      *                   name, status ('A' active, 'I' inactive) and
      *                   whether it is the functional currency the
      *                   ledger is kept in ('Y' on exactly one; when
      *                   none is flagged the functional currency is
      *                   USD). AMTEDT00 rejects a batch in a currency
      *                   with no active 'C' record (UCUR).
      *             'R' - the rate for one currency on one business
      *                   date (the BUSCAL 'B' date of the run that
      *                   uses it): FXR-RATE is the functional-currency
      *                   value of one unit of the currency. When the
      *                   same currency and date appear twice the last
      *                   one wins. AMTEDT00 rejects a batch whose
      *                   currency has no usable rate for the business
      *                   date (NORT); AMTSUM00 converts every pair at
      *                   that rate. The functional currency needs no
      *                   'R' records - its rate is always 1.
      *           The file is a history: old rates stay on it so a
      *           rerun for a prior business date converts at the
      *           rate of that date.
      ******************************************************************
       01  FXR-RECORD.
           05  FXR-REC-TYPE            PIC X(1).
               88  FXR-CURRENCY-REC        VALUE 'C'.
               88  FXR-RATE-REC            VALUE 'R'.
           05  FXR-CURRENCY            PIC X(3).
           05  FXR-CURRENCY-AREA.
               10  FXR-CUR-NAME        PIC X(20).
               10  FXR-CUR-STATUS      PIC X(1).
                   88  FXR-CUR-ACTIVE      VALUE 'A'.
                   88  FXR-CUR-INACTIVE    VALUE 'I'.
               10  FXR-CUR-FUNCTIONAL  PIC X(1).
                   88  FXR-CUR-IS-FUNCTIONAL VALUE 'Y'.
               10  FILLER              PIC X(54).
           05  FXR-RATE-AREA REDEFINES FXR-CURRENCY-AREA.
               10  FXR-RATE-DATE       PIC 9(8).
               10  FXR-RATE            PIC 9(3)V9(6).
               10  FXR-RATE-SOURCE     PIC X(8).
               10  FILLER              PIC X(51).
