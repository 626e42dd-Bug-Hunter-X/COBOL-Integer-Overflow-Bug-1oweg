      *                   combinations that never arrived in the run;
      *                   the check applies to cycle 01 only - extra
      *                   same-day cycles carry incremental work.
      *             'F' - fiscal calendar definition: the calendar
      *                   month (01-12) the fiscal year starts in, and
      *                   whether a fiscal year is named for the
      *                   calendar year it ends in ('E', the default)
      *                   or starts in ('S'). With a July start and
      *                   'E', fiscal 2027 runs 202607 to 202706.
      *                   Read by AMTYRE00 for the year-end close.
      ******************************************************************
       01  CAL-RECORD.
           05  CAL-REC-TYPE            PIC X(1).
               88  CAL-BUSDATE-REC         VALUE 'B'.
               88  CAL-DAY-REC             VALUE 'D'.
               88  CAL-SCHEDULE-REC        VALUE 'S'.
               88  CAL-FISCAL-REC          VALUE 'F'.
           05  CAL-BUSDATE-AREA.
               10  CAL-BUS-DATE        PIC 9(8).
               10  CAL-BUS-CYCLE       PIC 9(2).
               10  CAL-SCH-BATCH-ID    PIC X(8).
               10  CAL-SCH-DEPT        PIC X(4).
               10  FILLER              PIC X(67).
           05  CAL-FISCAL-AREA REDEFINES CAL-BUSDATE-AREA.
               10  CAL-FY-START-MONTH  PIC 9(2).
               10  CAL-FY-NAME-IND     PIC X(1).
                   88  CAL-FY-NAMED-BY-END VALUE 'E' ' '.
                   88  CAL-FY-NAMED-BY-START VALUE 'S'.
               10  FILLER              PIC X(76).
