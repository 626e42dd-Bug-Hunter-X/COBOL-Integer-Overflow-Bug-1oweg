
       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(100).

       FD  PURGE-RPT
           RECORDING MODE IS F.
