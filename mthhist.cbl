          05 HIST-MTD-MAX          PIC S9(2)V9.
          05 HIST-MTD-COUNT        PIC 9(10).
          05 HIST-MTD-TOTALTEMP    PIC S9(15)V9(2).
          05 HIST-MTD-HDD          PIC S9(7)V9.
          05 HIST-MTD-CDD          PIC S9(7)V9.

      *    Print-image report, same 132-column page discipline as the
      *    daily operations report.
