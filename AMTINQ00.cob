      *           reads the AMTLOOK file (written by AMTSUM00's
      *           2500-WRITE-LOOKUP paragraph) and displays the
      *           WS-DATA-1 / WS-DATA-2 / WS-RESULT amounts for that
      *           record. A pair AMTREV00 has reversed on the ledger
      *           is flagged *** REVERSED *** on the result line.
      *           The amounts are in the functional currency; the
      *           line below them gives the batch currency, the rate
      *           AMTSUM00 converted at and the result as the feeder
      *           sent it (LOOKUP-TRAN-RESULT).
      *
      * NOTE:     This program uses EXEC CICS commands, a vendor
      *           runtime extension that GnuCOBOL's translator/compiler
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(7)  VALUE "RESULT:".
               10  WS-OUT-RESULT       PIC -9(8).99.
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  WS-OUT-REV-TEXT     PIC X(16) VALUE SPACES.
               10  FILLER              PIC X(4)  VALUE "CUR:".
               10  WS-OUT-CURRENCY     PIC X(3).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(5)  VALUE "RATE:".
               10  WS-OUT-FX-RATE      PIC 9(3).9(6).
               10  FILLER              PIC X(3)  VALUE SPACES.
               10  FILLER              PIC X(12) VALUE "ORIG RESULT:".
               10  WS-OUT-TRAN-RESULT  PIC -9(8).99.

           COPY AMTLOOK.

               MOVE LOOKUP-DATA-1 TO WS-OUT-DATA-1
               MOVE LOOKUP-DATA-2 TO WS-OUT-DATA-2
               MOVE LOOKUP-RESULT TO WS-OUT-RESULT
               MOVE LOOKUP-CURRENCY TO WS-OUT-CURRENCY
               MOVE LOOKUP-FX-RATE TO WS-OUT-FX-RATE
               MOVE LOOKUP-TRAN-RESULT TO WS-OUT-TRAN-RESULT
               IF LOOKUP-REVERSED
                   MOVE "*** REVERSED ***" TO WS-OUT-REV-TEXT
               ELSE
                   MOVE SPACES TO WS-OUT-REV-TEXT
               END-IF
               EXEC CICS SEND TEXT
                   FROM(WS-OUT-RESULT-MSG)
                   LENGTH(132)
                   ERASE
               END-EXEC
           ELSE
