       FILE SECTION.

       FD MO01-BILL-KSDS
           RECORD CONTAINS         250 CHARACTERS.

       01 MO01-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CATEGORY     PIC X(01).
          05 BILL-FIXED-CHARGE PIC 9(8)V99.
          05 BILL-LATE-SURCHARGE PIC 9(8)V99.
          05 BILL-STATUS       PIC X(01).
             88 BILL-CANCELLED VALUE 'C'.
             88 BILL-HELD      VALUE 'H'.
          05 BILL-ORIG-BILL-ID PIC X(12).
          05 BILL-NET-METER-SW PIC X(01).
             88 BILL-NET-METERED VALUE 'Y'.
          05 BILL-IMPORT-UNITS PIC 9(6).
          05 BILL-EXPORT-UNITS PIC 9(6).
          05 BILL-BANK-BF-UNITS PIC 9(8).
          05 BILL-BANK-CF-UNITS PIC 9(8).
          05 BILL-PAYOUT-UNITS PIC 9(8).
          05 BILL-EXPORT-CREDIT PIC 9(8)V99.
          05 BILL-CREDIT-REFUND PIC 9(8)V99.
          05 FILLER            PIC X(04).

       FD AR01-BILL-ARCHIVE
           RECORDING MODE          IS F
           RECORD CONTAINS         250 CHARACTERS.

       01 AR01-BILL-ARCHIVE-RECORD PIC X(250).

       FD TO14-ARCHIVE-RPT
           RECORDING MODE          IS F
      *> GIVEN DIRECTLY (ARCHIVE-CUTOFF-YYMM) OR COMPUTED AS THE
      *> RUN CYCLE MINUS RETAIN-CYCLES MONTHS (DEFAULT 3). BILLS
      *> STAY REPRODUCIBLE FROM THE ARCHIVE FOR THE FULL SEVEN-YEAR
      *> RETENTION, SO NOTHING IS EVER DROPPED OUTRIGHT. A BILL
      *> STILL HELD FOR REVIEW STAYS ON THE KSDS WHATEVER ITS AGE.
       01 WS-CUTOFF-VARIABLES.
          05 WS-CUTOFF-YYMM        PIC X(04) VALUE SPACES.
          05 WS-RETAIN-CYCLES      PIC 9(02) VALUE 03.

                NOT AT END  ADD 1 TO WS-READ-CTR
                            IF BILL-ID(5:4) < WS-CUTOFF-YYMM
                               AND NOT BILL-HELD
                               PERFORM 2200-ARCHIVE-AND-PURGE
                            ELSE
                               ADD 1 TO WS-RETAINED-CTR
