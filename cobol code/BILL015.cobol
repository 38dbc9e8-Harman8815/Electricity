           ORGANIZATION           IS LINE SEQUENTIAL
           FILE STATUS            IS WS-FEED-STATUS.

           SELECT EF02-RELEASE-FEED ASSIGN TO RELFEED
           ORGANIZATION           IS LINE SEQUENTIAL
           FILE STATUS            IS WS-REL-STATUS.

           SELECT ZO01-ZONE-FEED   ASSIGN TO ZONEFEED
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ZONE-STATUS.

           SELECT AF01-ADJ-FEED    ASSIGN TO ADJFEED
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ADJ-STATUS.

           SELECT BA01-BALANCE-KSDS ASSIGN TO CUSTBAL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT TO13-BALANCE-RPT ASSIGN TO BALRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
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

       FD EF01-BILL-FEED.

       01 EF01-FEED-RECORD        PIC X(120).

      *> BILLS RELEASED FROM REVIEW BY BILL027, IN BILLFEED LAYOUT.
       FD EF02-RELEASE-FEED.

       01 EF02-FEED-RECORD        PIC X(120).

       FD ZO01-ZONE-FEED
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.
          05 ZONE-TOTAL-AMOUNT       PIC 9(10)V99.
          05 FILLER                  PIC X(12).

      *> CANCEL ('CAN') AND RE-BILL ('REB') PAIRS WRITTEN BY BILL019.
       FD AF01-ADJ-FEED
           RECORDING MODE          IS F
           RECORD CONTAINS         150 CHARACTERS.

       01 AF01-ADJ-FEED-RECORD.
          05 ADJ-ACTION          PIC X(03).
             88 ADJ-ACTION-CANCEL   VALUE 'CAN'.
             88 ADJ-ACTION-REBILL   VALUE 'REB'.
          05 ADJ-BILL-ID         PIC X(12).
          05 ADJ-ORIG-BILL-ID    PIC X(12).
          05 ADJ-CUST-ID         PIC X(12).
          05 ADJ-MTR-ID          PIC X(14).
          05 ADJ-CYCLE           PIC X(04).
          05 ADJ-ZONE-TYPE       PIC X(06).
          05 ADJ-CATEGORY        PIC X(01).
          05 ADJ-EST-FLAG        PIC X(01).
          05 ADJ-UNITS           PIC 9(06).
          05 ADJ-AMOUNT          PIC 9(8)V99.
          05 ADJ-DUTY-AMOUNT     PIC 9(8)V99.
          05 ADJ-FIXED-CHARGE    PIC 9(8)V99.
          05 ADJ-LATE-SURCHARGE  PIC 9(8)V99.
          05 ADJ-NET-DUE         PIC 9(8)V99.
          05 ADJ-NOTE-TYPE       PIC X(01).
          05 ADJ-NOTE-AMOUNT     PIC 9(8)V99.
          05 ADJ-REASON-CODE     PIC X(02).
          05 ADJ-AUTH-ID         PIC X(04).
          05 ADJ-DATE            PIC 9(08).
          05 FILLER              PIC X(04).

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.


       FD PH01-PAYMENT-HIST
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 PH01-PAYMENT-HIST-RECORD.
          05 PMH-CUST-ID        PIC X(12).
          05 PMH-PREV-BALANCE   PIC 9(8)V99.
          05 PMH-NEW-BALANCE    PIC 9(8)V99.
          05 PMH-REF            PIC X(09).
          05 PMH-ENTRY-TYPE     PIC X(01).
             88 PMH-PAYMENT     VALUE 'P' ' '.
             88 PMH-REVERSAL    VALUE 'R'.
             88 PMH-DISHONOUR-FEE VALUE 'F'.

      *> CUSTOMER LEDGER - ONE ENTRY FOR EVERY AMOUNT POSTED TO
      *> CUSTBAL, APPENDED BY THE PROGRAM THAT POSTS IT, WITH THE
      *> CUSTBAL BALANCE LEFT AFTER THE POSTING.
       FD LG01-CUST-LEDGER
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 LG01-LEDGER-RECORD.
          05 LED-CUST-ID          PIC X(12).
          05 LED-POST-DATE        PIC 9(08).
          05 LED-ENTRY-TYPE       PIC X(02).
             88 LED-BILL             VALUE 'BL'.
             88 LED-LATE-SURCHARGE   VALUE 'LS'.
             88 LED-PAYMENT          VALUE 'PY'.
             88 LED-PAYMENT-RETURNED VALUE 'PR'.
             88 LED-DISHONOUR-FEE    VALUE 'DF'.
             88 LED-INTEREST-CREDIT  VALUE 'IC'.
             88 LED-CREDIT-NOTE      VALUE 'CN'.
             88 LED-DEBIT-NOTE       VALUE 'DN'.
             88 LED-FINAL-BILL       VALUE 'FB'.
             88 LED-DEPOSIT-SETOFF   VALUE 'DS'.
             88 LED-EXPORT-CREDIT    VALUE 'EC'.
          05 LED-DR-CR            PIC X(01).
             88 LED-DEBIT         VALUE 'D'.
             88 LED-CREDIT        VALUE 'C'.
          05 LED-AMOUNT           PIC 9(8)V99.
          05 LED-RUNNING-BAL      PIC 9(8)V99.
          05 LED-REFERENCE        PIC X(12).
          05 LED-PROGRAM-ID       PIC X(08).
          05 FILLER               PIC X(17).

       FD TO13-BALANCE-RPT
           RECORDING MODE          IS F
             88 FEED-IO-STATUS   VALUE '00'.
             88 FEED-EOF         VALUE '10'.
             88 FEED-FILE-MISSING VALUE '35'.
          05 WS-REL-STATUS       PIC X(02).
             88 REL-IO-STATUS    VALUE '00'.
             88 REL-EOF          VALUE '10'.
             88 REL-FILE-MISSING VALUE '35'.
          05 WS-ZONE-STATUS      PIC X(02).
             88 ZONE-IO-STATUS   VALUE '00'.
             88 ZONE-EOF         VALUE '10'.
             88 ZONE-FILE-MISSING VALUE '35'.
          05 WS-ADJ-STATUS       PIC X(02).
             88 ADJ-IO-STATUS    VALUE '00'.
             88 ADJ-EOF          VALUE '10'.
             88 ADJ-FILE-MISSING VALUE '35'.
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-EOF          VALUE '10'.
             88 HIST-IO-STATUS   VALUE '00'.
             88 HIST-EOF         VALUE '10'.
             88 HIST-FILE-MISSING VALUE '35'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.
             88 LDG-EOF          VALUE '10'.
             88 LDG-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-CYCLE-VARIABLES.
          05 WS-BALANCE-CYCLE      PIC X(04) VALUE SPACES.

      *> TOTALS INDEPENDENTLY RE-ADDED FROM THE BILL KSDS. A BILL
      *> STILL HELD FOR REVIEW IS ON NO FEED, SO IT IS COUNTED APART
      *> AND ONLY ITS NET DUE GOES TO THE CUSTBAL CROSS-FOOT.
       01 WS-BILL-TOTALS.
          05 WS-BK-COUNT           PIC 9(06) VALUE 0.
          05 WS-BK-UNITS           PIC 9(10) VALUE 0.
          05 WS-BK-NET-DUE         PIC 9(10)V99 VALUE 0.
          05 WS-BK-ZONE-UNITS      PIC 9(10) VALUE 0.
          05 WS-BK-ZONE-AMOUNT     PIC 9(10)V99 VALUE 0.
          05 WS-BK-HELD-COUNT      PIC 9(06) VALUE 0.
          05 WS-BK-HELD-NET-DUE    PIC 9(10)V99 VALUE 0.

      *> TOTALS RE-ADDED FROM THE DELIMITED BILLFEED EXTRACT.
       01 WS-FEED-TOTALS.
          05 WS-FD-FIXED           PIC 9(10)V99 VALUE 0.
          05 WS-FD-SURCHARGE       PIC 9(10)V99 VALUE 0.

      *> TOTALS RE-ADDED FROM THE RELEASED BILL FEED. IT IS APPENDED
      *> TO ON EVERY RELEASE, SO ONLY BILLS OF THE CYCLE ARE TAKEN.
       01 WS-RELEASE-TOTALS.
          05 WS-RF-RECORDS         PIC 9(06) VALUE 0.
          05 WS-RF-COUNT           PIC 9(06) VALUE 0.
          05 WS-RF-UNITS           PIC 9(10) VALUE 0.
          05 WS-RF-AMOUNT          PIC 9(10)V99 VALUE 0.
          05 WS-RF-DUTY            PIC 9(10)V99 VALUE 0.
          05 WS-RF-FIXED           PIC 9(10)V99 VALUE 0.
          05 WS-RF-SURCHARGE       PIC 9(10)V99 VALUE 0.

       01 WS-FEED-PARSE-FIELDS.
          05 WS-FP-BILL-ID         PIC X(12).
          05 WS-FP-CUST-ID         PIC X(12).
             10 FILLER             PIC X(01).
             10 WS-FP-SURCHG-DEC   PIC 9(02).

      *> NET MOVEMENT FROM THE ADJUSTMENT FEED FOR THE CYCLE - A
      *> RE-BILL ADDS, A CANCELLATION TAKES AWAY. THE FEEDS PLUS
      *> THESE SHOULD EQUAL THE LIVE BILLS ON THE KSDS.
       01 WS-ADJ-TOTALS.
          05 WS-AJ-RECORDS         PIC 9(06) VALUE 0.
          05 WS-AJ-COUNT           PIC S9(06) VALUE 0.
          05 WS-AJ-UNITS           PIC S9(10) VALUE 0.
          05 WS-AJ-AMOUNT          PIC S9(10)V99 VALUE 0.
          05 WS-AJ-DUTY            PIC S9(10)V99 VALUE 0.
          05 WS-AJ-FIXED           PIC S9(10)V99 VALUE 0.
          05 WS-AJ-SURCHARGE       PIC S9(10)V99 VALUE 0.

       01 WS-ZONE-TOTALS.
          05 WS-ZF-UNITS           PIC 9(10) VALUE 0.
          05 WS-ZF-AMOUNT          PIC 9(10)V99 VALUE 0.
       01 WS-BALANCE-TOTALS.
          05 WS-CB-BALANCE-TOTAL   PIC 9(10)V99 VALUE 0.
          05 WS-PH-PAYMENT-TOTAL   PIC 9(10)V99 VALUE 0.
          05 WS-PH-REVERSAL-TOTAL  PIC 9(10)V99 VALUE 0.
          05 WS-PH-FEE-TOTAL       PIC 9(10)V99 VALUE 0.
          05 WS-EXPECTED-BALANCE   PIC S9(11)V99 VALUE 0.

      *> LEDGER PROOF. EACH CUSTOMER'S ENTRIES MUST CHAIN - EVERY
      *> RUNNING BALANCE IS THE ONE BEFORE IT PLUS THE DEBIT OR LESS
      *> THE CREDIT - AND THE LAST RUNNING BALANCE MUST BE WHAT
      *> CUSTBAL HOLDS NOW. THE OPENING BALANCE IS WHAT CUSTBAL HELD
      *> BEFORE THE CUSTOMER'S FIRST LEDGER ENTRY.
       01 WS-LEDGER-PROOF-VARIABLES.
          05 WS-LG-ENTRY-CTR       PIC 9(08) VALUE 0.
          05 WS-LG-DEBIT-TOTAL     PIC 9(10)V99 VALUE 0.
          05 WS-LG-CREDIT-TOTAL    PIC 9(10)V99 VALUE 0.
          05 WS-LG-OPENING-TOTAL   PIC S9(10)V99 VALUE 0.
          05 WS-LG-CLOSING-TOTAL   PIC 9(10)V99 VALUE 0.
          05 WS-LG-CB-ON-LEDGER    PIC 9(10)V99 VALUE 0.
          05 WS-LG-NO-HIST-CTR     PIC 9(06) VALUE 0.
          05 WS-LG-NO-HIST-AMT     PIC 9(10)V99 VALUE 0.
          05 WS-LG-MISMATCH-CTR    PIC 9(06) VALUE 0.
          05 WS-LG-BREAK-CTR       PIC 9(06) VALUE 0.
          05 WS-LG-EXPECTED-BAL    PIC S9(09)V99 VALUE 0.
          05 WS-LG-CUST-COUNT      PIC 9(04) VALUE 0.
          05 WS-LG-CUST-NDX        PIC 9(04) VALUE 0.
          05 WS-LG-CUST-FOUND-SW   PIC X(01) VALUE 'N'.
             88 WS-LG-CUST-FOUND      VALUE 'Y'.
             88 WS-LG-CUST-NOT-FOUND  VALUE 'N'.
          05 WS-LG-LOOKUP-ID       PIC X(12) VALUE SPACES.
       01 WS-LEDGER-CUST-TABLE.
          05 WS-LEDGER-CUST-ENTRY OCCURS 2000 TIMES.
             10 LPR-CUST-ID         PIC X(12).
             10 LPR-OPENING-BAL     PIC S9(09)V99.
             10 LPR-CLOSING-BAL     PIC 9(08)V99.
             10 LPR-CUSTBAL-AMT     PIC 9(08)V99.
             10 LPR-BREAK-CTR       PIC 9(04).
             10 LPR-MATCHED-SW      PIC X(01).
                88 LPR-MATCHED      VALUE 'Y'.

       01 WS-COMPARE-VARIABLES.
          05 WS-CMP-VALUE-A        PIC S9(11)V99 VALUE 0.
          05 WS-CMP-VALUE-B        PIC S9(11)V99 VALUE 0.
          05 WS-RPT-CMP-STATUS    PIC X(14).
          05 FILLER               PIC X(14) VALUE SPACES.

       01 WS-LEDGER-EXC-HEADER.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(15) VALUE 'CUSTBAL'.
          05 FILLER               PIC X(15) VALUE 'LEDGER'.
          05 FILLER               PIC X(30) VALUE
             'LEDGER PROOF EXCEPTION'.
          05 FILLER               PIC X(44) VALUE SPACES.

       01 WS-LEDGER-EXC-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEX-CUST-ID   PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEX-CUSTBAL   PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEX-LEDGER    PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-LEX-REASON    PIC X(30).
          05 FILLER               PIC X(44) VALUE SPACES.

       01 WS-CERTIFICATE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CERT-TEXT     PIC X(70).
              END-IF
           END-IF.

           OPEN INPUT EF02-RELEASE-FEED.
           IF REL-FILE-MISSING
              DISPLAY 'NO RELEASED BILL FEED ON FILE - '
                      'RELEASE TOTALS ZERO'
           ELSE
              IF NOT REL-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING RELEASED BILL FEED FILE   '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-REL-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN INPUT ZO01-ZONE-FEED.
           IF ZONE-FILE-MISSING
              DISPLAY 'NO ZONE FEED ON FILE - ZONE TOTALS ZERO'
              END-IF
           END-IF.

           OPEN INPUT AF01-ADJ-FEED.
           IF ADJ-FILE-MISSING
              DISPLAY 'NO ADJUSTMENT FEED ON FILE - '
                      'ADJUSTMENT TOTALS ZERO'
           ELSE
              IF NOT ADJ-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING ADJUSTMENT FEED FILE      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-ADJ-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN INPUT BA01-BALANCE-KSDS.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              END-IF
           END-IF.

           OPEN INPUT LG01-CUST-LEDGER.
           IF LDG-FILE-MISSING
              DISPLAY 'NO CUSTOMER LEDGER ON FILE - '
                      'LEDGER PROOF SKIPPED'
           ELSE
              IF NOT LDG-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CUSTOMER LEDGER FILE      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-LDG-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO13-BALANCE-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'

           PERFORM 2100-ADD-UP-BILL-KSDS.
           PERFORM 2200-ADD-UP-BILL-FEED.
           PERFORM 2250-ADD-UP-RELEASE-FEED.
           PERFORM 2300-ADD-UP-ZONE-FEED.
           PERFORM 2350-ADD-UP-ADJUSTMENTS.
           PERFORM 2380-ADD-UP-CUSTOMER-LEDGER.
           PERFORM 2400-ADD-UP-CUSTBAL.
           PERFORM 2500-ADD-UP-PAYMENTS.
           PERFORM 2600-COMPARE-AND-REPORT.
                AT END      SET BILL-EOF TO TRUE
                NOT AT END
                   IF BILL-ID(5:4) = WS-BALANCE-CYCLE
                      AND NOT BILL-CANCELLED
                      IF BILL-HELD
                         ADD 1            TO WS-BK-HELD-COUNT
                         ADD BILL-NET-DUE TO WS-BK-HELD-NET-DUE
                      ELSE
                         PERFORM 2120-ACCUMULATE-BILL
                      END-IF
                   END-IF
           END-READ.

                      + WS-FP-SURCHG-INT + WS-FP-SURCHG-DEC / 100
           END-IF.

       2250-ADD-UP-RELEASE-FEED SECTION.

           IF REL-FILE-MISSING
              CONTINUE
           ELSE
              PERFORM 2260-READ-RELEASE-RECORD UNTIL REL-EOF
           END-IF.

       2260-READ-RELEASE-RECORD SECTION.

           READ EF02-RELEASE-FEED
                AT END      SET REL-EOF TO TRUE
                NOT AT END  PERFORM 2270-ACCUMULATE-RELEASE
           END-READ.

       2270-ACCUMULATE-RELEASE SECTION.

           ADD 1 TO WS-RF-RECORDS.

           MOVE SPACES TO WS-FEED-PARSE-FIELDS.

           UNSTRING EF02-FEED-RECORD DELIMITED BY ','
               INTO WS-FP-BILL-ID
                    WS-FP-CUST-ID
                    WS-FP-MTR-ID
                    WS-FP-UNITS-X
                    WS-FP-AMOUNT-X
                    WS-FP-DUTY-X
                    WS-FP-DATE-X
                    WS-FP-EST-X
                    WS-FP-CAT-X
                    WS-FP-FIXED-X
                    WS-FP-SURCHG-X
           END-UNSTRING.

           IF WS-FP-BILL-ID(5:4) = WS-BALANCE-CYCLE
              ADD 1 TO WS-RF-COUNT
              IF WS-FP-UNITS-X IS NUMERIC
                 ADD WS-FP-UNITS-9 TO WS-RF-UNITS
              END-IF
              IF WS-FP-AMOUNT-INT IS NUMERIC
                 AND WS-FP-AMOUNT-DEC IS NUMERIC
                 COMPUTE WS-RF-AMOUNT = WS-RF-AMOUNT
                         + WS-FP-AMOUNT-INT + WS-FP-AMOUNT-DEC / 100
              END-IF
              IF WS-FP-DUTY-INT IS NUMERIC
                 AND WS-FP-DUTY-DEC IS NUMERIC
                 COMPUTE WS-RF-DUTY = WS-RF-DUTY
                         + WS-FP-DUTY-INT + WS-FP-DUTY-DEC / 100
              END-IF
              IF WS-FP-FIXED-INT IS NUMERIC
                 AND WS-FP-FIXED-DEC IS NUMERIC
                 COMPUTE WS-RF-FIXED = WS-RF-FIXED
                         + WS-FP-FIXED-INT + WS-FP-FIXED-DEC / 100
              END-IF
              IF WS-FP-SURCHG-INT IS NUMERIC
                 AND WS-FP-SURCHG-DEC IS NUMERIC
                 COMPUTE WS-RF-SURCHARGE = WS-RF-SURCHARGE
                         + WS-FP-SURCHG-INT + WS-FP-SURCHG-DEC / 100
              END-IF
           END-IF.

       2300-ADD-UP-ZONE-FEED SECTION.

           IF ZONE-FILE-MISSING
                            ADD ZONE-TOTAL-AMOUNT TO WS-ZF-AMOUNT
           END-READ.

       2350-ADD-UP-ADJUSTMENTS SECTION.

           IF ADJ-FILE-MISSING
              CONTINUE
           ELSE
              PERFORM 2360-READ-ADJ-RECORD UNTIL ADJ-EOF
           END-IF.

       2360-READ-ADJ-RECORD SECTION.

           READ AF01-ADJ-FEED
                AT END      SET ADJ-EOF TO TRUE
                NOT AT END
                   IF ADJ-CYCLE = WS-BALANCE-CYCLE
                      PERFORM 2370-ACCUMULATE-ADJUSTMENT
                   END-IF
           END-READ.

       2370-ACCUMULATE-ADJUSTMENT SECTION.

           ADD 1 TO WS-AJ-RECORDS.

           IF ADJ-ACTION-REBILL
              ADD 1                  TO WS-AJ-COUNT
              ADD ADJ-UNITS          TO WS-AJ-UNITS
              ADD ADJ-AMOUNT         TO WS-AJ-AMOUNT
              ADD ADJ-DUTY-AMOUNT    TO WS-AJ-DUTY
              ADD ADJ-FIXED-CHARGE   TO WS-AJ-FIXED
              ADD ADJ-LATE-SURCHARGE TO WS-AJ-SURCHARGE
           END-IF.

           IF ADJ-ACTION-CANCEL
              SUBTRACT 1                  FROM WS-AJ-COUNT
              SUBTRACT ADJ-UNITS          FROM WS-AJ-UNITS
              SUBTRACT ADJ-AMOUNT         FROM WS-AJ-AMOUNT
              SUBTRACT ADJ-DUTY-AMOUNT    FROM WS-AJ-DUTY
              SUBTRACT ADJ-FIXED-CHARGE   FROM WS-AJ-FIXED
              SUBTRACT ADJ-LATE-SURCHARGE FROM WS-AJ-SURCHARGE
           END-IF.

       2380-ADD-UP-CUSTOMER-LEDGER SECTION.

           IF LDG-FILE-MISSING
              CONTINUE
           ELSE
              PERFORM 2382-READ-LEDGER-RECORD UNTIL LDG-EOF
           END-IF.

       2382-READ-LEDGER-RECORD SECTION.

           READ LG01-CUST-LEDGER
                AT END      SET LDG-EOF TO TRUE
                NOT AT END  PERFORM 2384-ACCUMULATE-LEDGER-ENTRY
           END-READ.

       2384-ACCUMULATE-LEDGER-ENTRY SECTION.

           ADD 1 TO WS-LG-ENTRY-CTR.

           IF LED-DEBIT
              ADD LED-AMOUNT TO WS-LG-DEBIT-TOTAL
           ELSE
              ADD LED-AMOUNT TO WS-LG-CREDIT-TOTAL
           END-IF.

           MOVE LED-CUST-ID TO WS-LG-LOOKUP-ID.
           PERFORM 2386-FIND-LEDGER-CUST.

           IF WS-LG-CUST-FOUND
              IF LED-DEBIT
                 COMPUTE WS-LG-EXPECTED-BAL =
                         LPR-CLOSING-BAL(WS-LG-CUST-NDX) + LED-AMOUNT
              ELSE
                 COMPUTE WS-LG-EXPECTED-BAL =
                         LPR-CLOSING-BAL(WS-LG-CUST-NDX) - LED-AMOUNT
              END-IF
              IF WS-LG-EXPECTED-BAL NOT = LED-RUNNING-BAL
                 ADD 1 TO LPR-BREAK-CTR(WS-LG-CUST-NDX)
              END-IF
              MOVE LED-RUNNING-BAL TO LPR-CLOSING-BAL(WS-LG-CUST-NDX)
           ELSE
              IF WS-LG-CUST-COUNT < 2000
                 ADD 1 TO WS-LG-CUST-COUNT
                 MOVE WS-LG-CUST-COUNT TO WS-LG-CUST-NDX
                 MOVE LED-CUST-ID TO LPR-CUST-ID(WS-LG-CUST-NDX)
                 MOVE ZEROS       TO LPR-BREAK-CTR(WS-LG-CUST-NDX)
                 MOVE ZEROS       TO LPR-CUSTBAL-AMT(WS-LG-CUST-NDX)
                 MOVE 'N'         TO LPR-MATCHED-SW(WS-LG-CUST-NDX)
                 IF LED-DEBIT
                    COMPUTE LPR-OPENING-BAL(WS-LG-CUST-NDX) =
                            LED-RUNNING-BAL - LED-AMOUNT
                 ELSE
                    COMPUTE LPR-OPENING-BAL(WS-LG-CUST-NDX) =
                            LED-RUNNING-BAL + LED-AMOUNT
                 END-IF
                 MOVE LED-RUNNING-BAL TO LPR-CLOSING-BAL(WS-LG-CUST-NDX)
                 ADD LPR-OPENING-BAL(WS-LG-CUST-NDX)
                                   TO WS-LG-OPENING-TOTAL
              ELSE
                 DISPLAY 'WARNING: LEDGER TABLE FULL (2000) - '
                         'CUST ' LED-CUST-ID ' NOT PROVED'
              END-IF
           END-IF.

       2386-FIND-LEDGER-CUST SECTION.

           SET WS-LG-CUST-NOT-FOUND TO TRUE.
           MOVE ZEROS               TO WS-LG-CUST-NDX.

           PERFORM 2388-COMPARE-LEDGER-CUST
               VARYING WS-LG-CUST-NDX FROM 1 BY 1
               UNTIL WS-LG-CUST-NDX > WS-LG-CUST-COUNT
                  OR WS-LG-CUST-FOUND.

           IF WS-LG-CUST-FOUND
              SUBTRACT 1 FROM WS-LG-CUST-NDX
           END-IF.

       2388-COMPARE-LEDGER-CUST SECTION.

           IF LPR-CUST-ID(WS-LG-CUST-NDX) = WS-LG-LOOKUP-ID
              SET WS-LG-CUST-FOUND TO TRUE
           END-IF.

       2400-ADD-UP-CUSTBAL SECTION.

           PERFORM 2410-READ-BALANCE-RECORD UNTIL BAL-EOF.
           READ BA01-BALANCE-KSDS NEXT
                AT END      SET BAL-EOF TO TRUE
                NOT AT END  ADD BAL-AMOUNT TO WS-CB-BALANCE-TOTAL
                            PERFORM 2420-MATCH-BALANCE-TO-LEDGER
           END-READ.

      *> THE BALANCE IS ONLY MATCHED HERE - THE EXCEPTIONS ARE
      *> WRITTEN WITH THE REST OF THE LEDGER PROOF ONCE THE REPORT
      *> HEADINGS ARE OUT.
       2420-MATCH-BALANCE-TO-LEDGER SECTION.

           IF LDG-FILE-MISSING
              CONTINUE
           ELSE
              MOVE BAL-CUST-ID TO WS-LG-LOOKUP-ID
              PERFORM 2386-FIND-LEDGER-CUST
              IF WS-LG-CUST-FOUND
                 SET LPR-MATCHED(WS-LG-CUST-NDX) TO TRUE
                 MOVE BAL-AMOUNT TO LPR-CUSTBAL-AMT(WS-LG-CUST-NDX)
                 ADD BAL-AMOUNT  TO WS-LG-CB-ON-LEDGER
              ELSE
                 IF BAL-AMOUNT > 0
                    ADD 1          TO WS-LG-NO-HIST-CTR
                    ADD BAL-AMOUNT TO WS-LG-NO-HIST-AMT
                 END-IF
              END-IF
           END-IF.

       2500-ADD-UP-PAYMENTS SECTION.

           IF HIST-FILE-MISSING

           READ PH01-PAYMENT-HIST
                AT END      SET HIST-EOF TO TRUE
                NOT AT END  PERFORM 2520-ACCUMULATE-PAYMENT
           END-READ.

       2520-ACCUMULATE-PAYMENT SECTION.

           EVALUATE TRUE
              WHEN PMH-REVERSAL
                 ADD PMH-AMOUNT-PAID TO WS-PH-REVERSAL-TOTAL
              WHEN PMH-DISHONOUR-FEE
                 ADD PMH-AMOUNT-PAID TO WS-PH-FEE-TOTAL
              WHEN OTHER
                 ADD PMH-AMOUNT-PAID TO WS-PH-PAYMENT-TOTAL
           END-EVALUATE.

       2600-COMPARE-AND-REPORT SECTION.

           MOVE WS-BALANCE-CYCLE TO WS-RPT-CYCLE.
           WRITE TO13-BALANCE-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO13-BALANCE-RPT-RECORD FROM WS-REPORT-HEADER2.

           MOVE 'BILL COUNT - KSDS VS FEED+REL+ADJ' TO WS-RPT-ITEM.
           MOVE WS-BK-COUNT TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-COUNT + WS-RF-COUNT
                                  + WS-AJ-COUNT.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'UNITS - KSDS VS FEED+REL+ADJ'   TO WS-RPT-ITEM.
           MOVE WS-BK-UNITS TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-UNITS + WS-RF-UNITS
                                  + WS-AJ-UNITS.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'ENERGY AMT - KSDS VS FEED+REL+ADJ' TO WS-RPT-ITEM.
           MOVE WS-BK-AMOUNT TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-AMOUNT + WS-RF-AMOUNT
                                  + WS-AJ-AMOUNT.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'DUTY - KSDS VS FEED+REL+ADJ'    TO WS-RPT-ITEM.
           MOVE WS-BK-DUTY TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-DUTY + WS-RF-DUTY
                                  + WS-AJ-DUTY.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'FIXED CHG - KSDS VS FEED+REL+ADJ' TO WS-RPT-ITEM.
           MOVE WS-BK-FIXED TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-FIXED + WS-RF-FIXED
                                  + WS-AJ-FIXED.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'SURCHARGE - KSDS VS FEED+REL+ADJ' TO WS-RPT-ITEM.
           MOVE WS-BK-SURCHARGE TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-FD-SURCHARGE + WS-RF-SURCHARGE
                                  + WS-AJ-SURCHARGE.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'UNITS - KSDS VS ZONE+REL+ADJ'   TO WS-RPT-ITEM.
           MOVE WS-BK-ZONE-UNITS TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-ZF-UNITS + WS-RF-UNITS
                                  + WS-AJ-UNITS.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'ENERGY AMT - KSDS VS ZONE+REL+ADJ' TO WS-RPT-ITEM.
           MOVE WS-BK-ZONE-AMOUNT TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-ZF-AMOUNT + WS-RF-AMOUNT
                                  + WS-AJ-AMOUNT.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'BILLS HELD FOR REVIEW - NOT FED'  TO WS-RPT-ITEM.
           MOVE WS-BK-HELD-COUNT    TO WS-RPT-VALUE-A.
           MOVE ZEROS               TO WS-RPT-VALUE-B.
           MOVE ZEROS               TO WS-RPT-DIFF.
           MOVE 'HELD'              TO WS-RPT-CMP-STATUS.
           WRITE TO13-BALANCE-RPT-RECORD FROM WS-REPORT-DETAIL.

      *> CROSS-FOOT: EVERY BALANCE ON CUSTBAL WAS SET TO THE NET
      *> DUE OF THE CYCLE BILL AND THEN RELIEVED BY THE PAYMENTS
      *> ON PAYHIST, SO THE FILE SHOULD HOLD BILLS RAISED MINUS
      *> PAYMENTS POSTED. A RE-BILL REPLACES THE CANCELLED BILL'S
      *> NET DUE WITH ITS OWN AND MOVES CUSTBAL BY THE DIFFERENCE,
      *> SO ONLY LIVE BILLS ARE COUNTED HERE. A PAYMENT RETURNED
      *> UNPAID PUTS ITS AMOUNT BACK ON CUSTBAL WITH A DISHONOUR
      *> FEE ON TOP, SO BOTH ARE ADDED BACK FROM PAYHIST. A BILL
      *> HELD FOR REVIEW IS POSTED TO CUSTBAL WHEN RAISED, SO IT IS
      *> COUNTED HERE THOUGH IT IS ON NO FEED.
           MOVE 'CUSTBAL VS BILLS+FEES-NET PAYMENTS' TO WS-RPT-ITEM.
           MOVE WS-CB-BALANCE-TOTAL TO WS-CMP-VALUE-A.
           COMPUTE WS-EXPECTED-BALANCE =
                   WS-BK-NET-DUE + WS-BK-HELD-NET-DUE
                   - WS-PH-PAYMENT-TOTAL
                   + WS-PH-REVERSAL-TOTAL + WS-PH-FEE-TOTAL.
           MOVE WS-EXPECTED-BALANCE TO WS-CMP-VALUE-B.
           PERFORM 2650-WRITE-COMPARE-LINE.

           IF NOT LDG-FILE-MISSING
              PERFORM 2680-PROVE-CUSTOMER-LEDGER
           END-IF.

           PERFORM 2700-WRITE-CERTIFICATE.

       2650-WRITE-COMPARE-LINE SECTION.

           WRITE TO13-BALANCE-RPT-RECORD FROM WS-REPORT-DETAIL.

      *> THE LEDGER IN TOTAL - OPENING BALANCES PLUS DEBITS LESS
      *> CREDITS MUST COME TO THE CLOSING BALANCES, AND THOSE MUST BE
      *> WHAT CUSTBAL HOLDS FOR THE SAME CUSTOMERS. BALANCES CARRIED
      *> ON CUSTBAL WITH NO LEDGER HISTORY PREDATE THE LEDGER; THEY
      *> ARE SHOWN BUT CANNOT BE PROVED.
       2680-PROVE-CUSTOMER-LEDGER SECTION.

           MOVE ZEROS TO WS-LG-CLOSING-TOTAL.
           PERFORM 2682-ADD-LEDGER-CLOSING
               VARYING WS-LG-CUST-NDX FROM 1 BY 1
               UNTIL WS-LG-CUST-NDX > WS-LG-CUST-COUNT.

           MOVE 'LEDGER - OPENING+DEBITS-CREDITS' TO WS-RPT-ITEM.
           MOVE WS-LG-CLOSING-TOTAL TO WS-CMP-VALUE-A.
           COMPUTE WS-CMP-VALUE-B = WS-LG-OPENING-TOTAL
                   + WS-LG-DEBIT-TOTAL - WS-LG-CREDIT-TOTAL.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'CUSTBAL VS LEDGER CLOSING BALANCE' TO WS-RPT-ITEM.
           MOVE WS-LG-CB-ON-LEDGER  TO WS-CMP-VALUE-A.
           MOVE WS-LG-CLOSING-TOTAL TO WS-CMP-VALUE-B.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE SPACES TO TO13-BALANCE-RPT-RECORD.
           WRITE TO13-BALANCE-RPT-RECORD.
           WRITE TO13-BALANCE-RPT-RECORD FROM WS-LEDGER-EXC-HEADER.

           MOVE ZEROS TO WS-LG-CUST-NDX.
           PERFORM 2685-CHECK-ONE-LEDGER-CUST
               VARYING WS-LG-CUST-NDX FROM 1 BY 1
               UNTIL WS-LG-CUST-NDX > WS-LG-CUST-COUNT.

           MOVE 'CUSTOMERS CHAIN BROKEN'          TO WS-RPT-ITEM.
           MOVE WS-LG-BREAK-CTR     TO WS-CMP-VALUE-A.
           MOVE ZEROS               TO WS-CMP-VALUE-B.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'CUSTOMERS CUSTBAL NOT = LEDGER'  TO WS-RPT-ITEM.
           MOVE WS-LG-MISMATCH-CTR  TO WS-CMP-VALUE-A.
           MOVE ZEROS               TO WS-CMP-VALUE-B.
           PERFORM 2650-WRITE-COMPARE-LINE.

           MOVE 'BALANCES WITH NO LEDGER HISTORY' TO WS-RPT-ITEM.
           MOVE WS-LG-NO-HIST-AMT   TO WS-RPT-VALUE-A.
           MOVE ZEROS               TO WS-RPT-VALUE-B.
           MOVE ZEROS               TO WS-RPT-DIFF.
           MOVE 'NOT PROVED'        TO WS-RPT-CMP-STATUS.
           WRITE TO13-BALANCE-RPT-RECORD FROM WS-REPORT-DETAIL.

       2682-ADD-LEDGER-CLOSING SECTION.

           ADD LPR-CLOSING-BAL(WS-LG-CUST-NDX) TO WS-LG-CLOSING-TOTAL.

       2685-CHECK-ONE-LEDGER-CUST SECTION.

           MOVE LPR-CUST-ID(WS-LG-CUST-NDX)     TO WS-RPT-LEX-CUST-ID.
           MOVE LPR-CUSTBAL-AMT(WS-LG-CUST-NDX) TO WS-RPT-LEX-CUSTBAL.
           MOVE LPR-CLOSING-BAL(WS-LG-CUST-NDX) TO WS-RPT-LEX-LEDGER.

           IF LPR-BREAK-CTR(WS-LG-CUST-NDX) > 0
              ADD 1 TO WS-LG-BREAK-CTR
              MOVE 'RUNNING BALANCE CHAIN BROKEN' TO WS-RPT-LEX-REASON
              WRITE TO13-BALANCE-RPT-RECORD FROM WS-LEDGER-EXC-DETAIL
           END-IF.

           IF LPR-CUSTBAL-AMT(WS-LG-CUST-NDX) NOT =
              LPR-CLOSING-BAL(WS-LG-CUST-NDX)
              ADD 1 TO WS-LG-MISMATCH-CTR
              IF LPR-MATCHED(WS-LG-CUST-NDX)
                 MOVE 'CUSTBAL DIFFERS FROM LEDGER'
                                           TO WS-RPT-LEX-REASON
              ELSE
                 MOVE 'NO CUSTBAL RECORD'  TO WS-RPT-LEX-REASON
              END-IF
              WRITE TO13-BALANCE-RPT-RECORD FROM WS-LEDGER-EXC-DETAIL
           END-IF.

       2700-WRITE-CERTIFICATE SECTION.

           MOVE SPACES TO TO13-BALANCE-RPT-RECORD.

           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS IN CYCLE           ',  WS-BK-COUNT
           DISPLAY ' BILLS HELD FOR REVIEW    ',  WS-BK-HELD-COUNT
           DISPLAY ' FEED RECORDS             ',  WS-FD-COUNT
           DISPLAY ' RELEASED FEED RECORDS    ',  WS-RF-RECORDS
           DISPLAY ' ADJUSTMENT RECORDS       ',  WS-AJ-RECORDS
           DISPLAY ' LEDGER ENTRIES           ',  WS-LG-ENTRY-CTR
           DISPLAY ' ITEMS OUT OF BALANCE     ',  WS-OUT-OF-BAL-CTR
           DISPLAY '----------------------------------------'

           IF NOT FEED-FILE-MISSING
              CLOSE EF01-BILL-FEED
           END-IF.
           IF NOT REL-FILE-MISSING
              CLOSE EF02-RELEASE-FEED
           END-IF.
           IF NOT ZONE-FILE-MISSING
              CLOSE ZO01-ZONE-FEED
           END-IF.
           IF NOT ADJ-FILE-MISSING
              CLOSE AF01-ADJ-FEED
           END-IF.
           IF NOT HIST-FILE-MISSING
              CLOSE PH01-PAYMENT-HIST
           END-IF.
           IF NOT LDG-FILE-MISSING
              CLOSE LG01-CUST-LEDGER
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'ALL BALANCING FILES ARE CLOSED    '
