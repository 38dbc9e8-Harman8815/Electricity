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

       FD TO07-REPRINT-RPT
           RECORDING MODE          IS F
          05 WS-CUST-EOF-SW         PIC X(01) VALUE 'N'.
             88 WS-CUST-SCAN-EOF    VALUE 'Y'.
          05 WS-BEST-BILL-ID        PIC X(12) VALUE LOW-VALUES.
          05 WS-BEST-BILL-RECORD    PIC X(250) VALUE SPACES.
          05 WS-MATCH-CTR           PIC 9(04) VALUE 0.

       01 WS-REPORT-HEADER1.
                NOT AT END  PERFORM 2220-CHECK-CUST-MATCH
           END-READ.

      *> A CANCELLED BILL IS ONLY REPRINTED WHEN ASKED FOR BY ITS
      *> OWN BILL ID - A CUSTOMER LOOKUP GETS THE REPLACEMENT.
       2220-CHECK-CUST-MATCH SECTION.

           IF BILL-CUST-ID = WS-LOOKUP-CUST-ID
              AND NOT BILL-CANCELLED
              AND (WS-LOOKUP-CYCLE = SPACES
                   OR BILL-ID(5:4) = WS-LOOKUP-CYCLE)
              IF WS-LOOKUP-CYCLE NOT = SPACES
