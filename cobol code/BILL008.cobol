
       FD CH01-CONSUMPTION-HIST
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 CH01-CONSUMPTION-HIST-RECORD.
          05 CH-MTR-ID              PIC X(14).
          05 CH-CYCLE-DATE          PIC 9(08).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 FILLER                 PIC X(12).

       FD TO06-TREND-RPT
           RECORDING MODE          IS F
