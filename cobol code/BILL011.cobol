           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT TO09-BILL-STMT   ASSIGN TO BILLSTMT
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

       FD TO09-BILL-STMT
           RECORDING MODE          IS F

       01 TO09-BILL-STMT-RECORD PIC X(80).

      *> INSTALMENT ARRANGEMENTS SET UP BY BILL021.
       FD AG01-ARRANGEMENT-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 AG01-ARRANGEMENT-RECORD.
          05 ARR-CUST-ID          PIC X(12).
          05 ARR-STATUS           PIC X(01).
             88 ARR-ACTIVE        VALUE 'A'.
             88 ARR-LAPSED        VALUE 'L'.
             88 ARR-CANCELLED     VALUE 'X'.
             88 ARR-COMPLETED     VALUE 'C'.
          05 ARR-ARREARS-AMT      PIC 9(8)V99.
          05 ARR-INSTAL-AMT       PIC 9(8)V99.
          05 ARR-INSTAL-COUNT     PIC 9(03).
          05 ARR-START-CYCLE.
             10 ARR-START-YY      PIC 9(02).
             10 ARR-START-MM      PIC 9(02).
          05 ARR-PAID-TO-DATE     PIC 9(8)V99.
          05 ARR-LAST-PAY-DATE    PIC 9(08).
          05 ARR-SETUP-DATE       PIC 9(08).
          05 ARR-CLOSED-DATE      PIC 9(08).
          05 ARR-CLOSE-REASON     PIC X(04).
          05 FILLER               PIC X(02).

      *> EFFECTIVE-DATED TARIFF MASTER MAINTAINED BY BILL023, READ
      *> ONCE AT START-UP INTO WS-TARIFF-TABLE.
       FD TF01-TARIFF-KSDS
           RECORD CONTAINS         90  CHARACTERS.

       01 TF01-TARIFF-RECORD.
          05 TAR-KEY.
             10 TAR-CATEGORY      PIC X(01).
             10 TAR-ZONE          PIC X(01).
             10 TAR-EFF-DATE      PIC 9(08).
          05 TAR-SLAB-TABLE.
             10 TAR-SLAB OCCURS 3 TIMES.
                15 TAR-SLAB-UPTO  PIC 9(06).
                15 TAR-SLAB-RATE  PIC 9(02)V99.
          05 TAR-FIXED-CHARGE     PIC 9(6)V99.
          05 TAR-MIN-CHARGE       PIC 9(6)V99.
          05 TAR-DUTY-PCT         PIC 9(02)V99.
          05 TAR-SURCHARGE-PCT    PIC 9(02)V99.
          05 TAR-ORDER-REF        PIC X(12).
          05 TAR-UPDATE-DATE      PIC 9(08).
          05 FILLER               PIC X(06).

       FD RL01-RUN-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.
             88 HIST-FILE-MISSING VALUE '35'.
          05 WS-STM-STATUS       PIC X(02).
             88 STM-IO-STATUS    VALUE '00'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-STMT-CYCLE         PIC X(04) VALUE SPACES.

      *> PAYMENTS RECEIVED SINCE THE LAST BILL, SUMMED PER CUSTOMER
      *> FROM THE PAYHIST SLICE PASSED TO THIS RUN. PAYMENTS THE
      *> BANK RETURNED UNPAID AND THE DISHONOUR FEES CHARGED ON THEM
      *> ARE SUMMED SEPARATELY SO THE STATEMENT CAN SHOW THEM.
       01 WS-PAYMENT-VARIABLES.
          05 WS-PAY-CUST-COUNT     PIC 9(04) VALUE 0.
          05 WS-PAY-NDX            PIC 9(04) VALUE 0.
             88 WS-PAY-NOT-FOUND   VALUE 'N'.
          05 WS-PAY-LOOKUP-CUST-ID PIC X(12) VALUE SPACES.
          05 WS-PAYMENTS-RECEIVED  PIC 9(08)V99 VALUE 0.
          05 WS-PAYMENTS-RETURNED  PIC 9(08)V99 VALUE 0.
          05 WS-DISHONOUR-FEES     PIC 9(08)V99 VALUE 0.
       01 WS-PAY-CUST-TABLE.
          05 WS-PAY-ENTRY OCCURS 200 TIMES.
             10 PAY-CUST-ID        PIC X(12).
             10 PAY-TOTAL-AMT      PIC 9(10)V99.
             10 PAY-RETURNED-AMT   PIC 9(10)V99.
             10 PAY-FEE-AMT        PIC 9(10)V99.

      *> TARIFF MASTER HELD IN KEY ORDER, SO THE TARIFFS FOR ONE
      *> CATEGORY AND ZONE ARE ADJACENT, OLDEST FIRST.
       01 WS-TARIFF-TABLE.
          05 WS-TARIFF-ENTRY OCCURS 300 TIMES.
             10 TRF-CATEGORY         PIC X(01).
             10 TRF-ZONE             PIC X(01).
             10 TRF-EFF-DATE         PIC 9(08).
             10 TRF-SLABS            PIC X(30).
             10 TRF-FIXED-CHARGE     PIC 9(6)V99.
             10 TRF-MIN-CHARGE       PIC 9(6)V99.
             10 TRF-DUTY-PCT         PIC 9(02)V99.
             10 TRF-SURCHARGE-PCT    PIC 9(02)V99.

      *> THE BILLING PERIOD IS THE CALENDAR MONTH OF THE BILL CYCLE.
      *> EACH TARIFF IN FORCE DURING IT IS ONE PART OF THE PERIOD;
      *> THE UNITS ARE SHARED OUT OVER THE PARTS BY DAYS (THE LAST
      *> PART TAKES THE ROUNDING) AND EACH PART IS RATED ON ITS OWN
      *> TARIFF WITH THE SLAB LIMITS AND THE FIXED AND MINIMUM
      *> CHARGES PRO-RATED TO ITS DAYS. NO PARTS MEANS NO TARIFF WAS
      *> IN FORCE FOR THE CATEGORY AND ZONE.
       01 WS-TARIFF-VARIABLES.
          05 WS-TAR-COUNT          PIC 9(04) VALUE 0.
          05 WS-TAR-MAX-ENTRIES    PIC 9(04) VALUE 300.
          05 WS-TAR-NDX            PIC 9(04) VALUE 0.
          05 WS-TAR-NEXT-NDX       PIC 9(04) VALUE 0.
          05 WS-TAR-CATEGORY       PIC X(01) VALUE SPACES.
          05 WS-TAR-ZONE           PIC X(01) VALUE SPACES.
          05 WS-TAR-PERIOD-START   PIC 9(08) VALUE 0.
          05 WS-TAR-PERIOD-FORMAT REDEFINES WS-TAR-PERIOD-START.
             10 WS-TAR-PERIOD-CC   PIC 9(02).
             10 WS-TAR-PERIOD-YY   PIC 9(02).
             10 WS-TAR-PERIOD-MM   PIC 9(02).
             10 WS-TAR-PERIOD-DD   PIC 9(02).
          05 WS-TAR-PERIOD-END     PIC 9(08) VALUE 0.
          05 WS-TAR-MONTH-DAYS     PIC 9(02) VALUE 0.
          05 WS-TAR-YEAR           PIC 9(04) VALUE 0.
          05 WS-TAR-LEAP-QUOT      PIC 9(04) VALUE 0.
          05 WS-TAR-LEAP-REM       PIC 9(04) VALUE 0.
          05 WS-TAR-EFF-DATE       PIC 9(08) VALUE 0.
          05 WS-TAR-EFF-FORMAT REDEFINES WS-TAR-EFF-DATE.
             10 FILLER             PIC 9(06).
             10 WS-TAR-EFF-DD      PIC 9(02).
          05 WS-TAR-NEXT-DATE      PIC 9(08) VALUE 0.
          05 WS-TAR-NEXT-FORMAT REDEFINES WS-TAR-NEXT-DATE.
             10 FILLER             PIC 9(06).
             10 WS-TAR-NEXT-DD     PIC 9(02).
          05 WS-TAR-FIRST-DAY      PIC 9(02) VALUE 0.
          05 WS-TAR-LAST-DAY       PIC 9(02) VALUE 0.
          05 WS-TAR-UNITS          PIC 9(08) VALUE 0.
          05 WS-TAR-UNITS-LEFT     PIC 9(08) VALUE 0.
          05 WS-TAR-PART-COUNT     PIC 9(02) VALUE 0.
          05 WS-TAR-PART-NDX       PIC 9(02) VALUE 0.
          05 WS-TAR-PART-START-AMT PIC 9(08)V99 VALUE 0.
          05 WS-TAR-PART-ENERGY    PIC 9(08)V99 VALUE 0.
          05 WS-TAR-PART OCCURS 31 TIMES.
             10 TRP-ENTRY          PIC 9(04).
             10 TRP-DAYS           PIC 9(02).
             10 TRP-UNITS          PIC 9(08).

      *> SLAB SCHEDULE IN USE FOR ONE PART OF THE BILLING PERIOD,
      *> SET FROM THE TARIFF TABLE BY 2430-SET-PART-SLABS.
       01 WS-SLAB-RATE-VALUES      PIC X(30) VALUE ZEROS.

       01 WS-SLAB-RATE-TABLE REDEFINES WS-SLAB-RATE-VALUES.
          05 WS-SLAB-ENTRY OCCURS 3 TIMES.
             10 WS-SLAB-UPTO       PIC 9(06).
             10 WS-SLAB-RATE       PIC 9(02)V99.

       01 WS-SLAB-CALC-VARIABLES.
          05 WS-SLAB-UNITS-LEFT    PIC 9(06) VALUE 0.
          05 WS-SLAB-BAND-UNITS    PIC 9(06) VALUE 0.

       01 WS-GROSS-PREV-BAL        PIC 9(09)V99 VALUE 0.

      *> A CUSTOMER KEEPING TO AN INSTALMENT PLAN PAYS THIS BILL'S
      *> INSTALMENT RATHER THAN THE WHOLE OF THE ARREARS: THE PART OF
      *> THE PLAN BALANCE FALLING DUE IN LATER CYCLES IS DEFERRED AND
      *> TAKEN OFF THE AMOUNT PAYABLE. THE BILL CYCLE (BILL-ID YYMM)
      *> DECIDES WHICH INSTALMENTS ARE DUE, COUNTED AS YY * 12 + MM.
       01 WS-ARRANGEMENT-VARIABLES.
          05 WS-ARR-FILE-SW         PIC X(01) VALUE 'Y'.
             88 WS-ARR-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-ARR-FILE      VALUE 'N'.
          05 WS-ARR-PLAN-SW         PIC X(01) VALUE 'N'.
             88 WS-ARR-ON-PLAN      VALUE 'Y'.
             88 WS-ARR-NOT-ON-PLAN  VALUE 'N'.
          05 WS-ARR-BILL-CYCLE.
             10 WS-ARR-BILL-YY      PIC 9(02).
             10 WS-ARR-BILL-MM      PIC 9(02).
          05 WS-ARR-BILL-INDEX      PIC 9(04) VALUE 0.
          05 WS-ARR-START-INDEX     PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-COUNT      PIC 9(04) VALUE 0.
          05 WS-ARR-DUE-COUNT       PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-DUE-AMT    PIC 9(11)V99 VALUE 0.
          05 WS-ARR-DUE-AMT         PIC 9(11)V99 VALUE 0.
          05 WS-ARR-INSTAL-DUE      PIC 9(8)V99 VALUE 0.
          05 WS-ARR-REMAINING-AMT   PIC 9(8)V99 VALUE 0.
          05 WS-ARR-DEFERRED-AMT    PIC 9(8)V99 VALUE 0.
          05 WS-AMOUNT-PAYABLE      PIC 9(8)V99 VALUE 0.
          05 WS-ARR-STMT-CTR        PIC 9(04) VALUE 0.

       01 WS-STMT-SEPARATOR.
          05 FILLER               PIC X(80) VALUE ALL '='.

          05 WS-STM-DUE-DATE      PIC X(10).
          05 FILLER               PIC X(9)  VALUE SPACES.

      *> PRINTED ON A REPLACEMENT BILL RAISED BY THE CANCEL AND
      *> RE-BILL RUN, NAMING THE BILL IT REPLACES.
       01 WS-STMT-REBILL-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(28) VALUE
             '** REVISED BILL - REPLACES'.
          05 WS-STM-ORIG-BILL-ID  PIC X(12).
          05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-STMT-CUST-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'CUSTOMER :'.
          05 WS-STM-EST-TEXT      PIC X(22).
          05 FILLER               PIC X(32) VALUE SPACES.

      *> IMPORT, EXPORT AND BANKED UNITS OF A NET-METERED BILL,
      *> PRINTED UNDER THE UNITS BILLED.
       01 WS-STMT-NET-UNITS-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-STM-NET-DESC      PIC X(26).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-STM-NET-UNITS     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(38) VALUE SPACES.

       01 WS-STMT-SLAB-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'SLAB'.
          05 WS-STM-SLAB-AMOUNT   PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(29) VALUE SPACES.

      *> PRINTED AHEAD OF THE SLAB LINES OF EACH TARIFF WHEN THE
      *> TARIFF CHANGED DURING THE BILLING PERIOD.
       01 WS-STMT-TARIFF-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'TARIFF FROM'.
          05 WS-STM-TAR-FROM      PIC X(10).
          05 FILLER               PIC X(5)  VALUE ' FOR '.
          05 WS-STM-TAR-DAYS      PIC Z9.
          05 FILLER               PIC X(6)  VALUE ' DAYS,'.
          05 WS-STM-TAR-UNITS     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(6)  VALUE ' UNITS'.
          05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-STMT-NO-TARIFF-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'SLAB DETAIL NOT AVAILABLE - NO TARIFF'.
          05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-STMT-CHARGE-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-STM-CHARGE-DESC   PIC X(26).
          05 WS-STM-CHARGE-AMT    PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-STMT-ARR-LINE.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(28) VALUE
             '** INSTALMENT ARRANGEMENT -'.
          05 FILLER               PIC X(12) VALUE 'INSTALMENT'.
          05 WS-STM-ARR-DUE-COUNT PIC ZZ9.
          05 FILLER               PIC X(4)  VALUE ' OF '.
          05 WS-STM-ARR-COUNT     PIC ZZ9.
          05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-STMT-SLIP-HEAD.
          05 FILLER               PIC X(26) VALUE
             '- - - - - TEAR OFF - - - -'.
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT AG01-ARRANGEMENT-KSDS.
           IF ARR-FILE-MISSING
              DISPLAY 'NO INSTALMENT ARRANGEMENTS ON FILE'
              SET WS-NO-ARR-FILE TO TRUE
           ELSE
              IF NOT ARR-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING ARRANGEMENT KSDS          '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-ARR-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           PERFORM 1300-LOAD-PAYMENT-TOTALS.

           PERFORM 1500-LOAD-TARIFF-TABLE.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL MASTER KSDS  OPENED .................'
           DISPLAY 'BILL STATEMENTS   OPENED .................'
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS  OPENED .................'
           END-IF.
           DISPLAY '----------------------------------------'.

       1200-COMPUTE-DUE-DATE SECTION.
                 MOVE WS-PAY-CUST-COUNT TO WS-PAY-NDX
                 MOVE PMH-CUST-ID TO PAY-CUST-ID(WS-PAY-NDX)
                 MOVE ZEROS       TO PAY-TOTAL-AMT(WS-PAY-NDX)
                                     PAY-RETURNED-AMT(WS-PAY-NDX)
                                     PAY-FEE-AMT(WS-PAY-NDX)
                 SET WS-PAY-FOUND TO TRUE
              ELSE
                 DISPLAY 'WARNING: PAYMENT TABLE FULL (200) - '
           END-IF.

           IF WS-PAY-FOUND
              EVALUATE TRUE
                 WHEN PMH-REVERSAL
                    ADD PMH-AMOUNT-PAID TO PAY-RETURNED-AMT(WS-PAY-NDX)
                 WHEN PMH-DISHONOUR-FEE
                    ADD PMH-AMOUNT-PAID TO PAY-FEE-AMT(WS-PAY-NDX)
                 WHEN OTHER
                    ADD PMH-AMOUNT-PAID TO PAY-TOTAL-AMT(WS-PAY-NDX)
              END-EVALUATE
           END-IF.

       1400-FIND-PAY-ENTRY SECTION.
           MOVE WS-STMT-CTR TO WS-STM-TOTAL-CTR.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-TOTAL-LINE.

      *> RATING CANNOT RUN WITHOUT THE TARIFF MASTER, SO A MISSING
      *> OR EMPTY FILE, OR ONE TOO BIG FOR THE TABLE, ENDS THE RUN.
       1500-LOAD-TARIFF-TABLE SECTION.

           OPEN INPUT TF01-TARIFF-KSDS.
           IF NOT TAR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TARIFF MASTER KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TAR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           MOVE 0 TO WS-TAR-COUNT.
           PERFORM 1510-READ-TARIFF UNTIL TAR-EOF.

           CLOSE TF01-TARIFF-KSDS.

           IF WS-TAR-COUNT = 0
              DISPLAY '----------------------------------------'
              DISPLAY 'NO TARIFFS ON THE TARIFF MASTER KSDS    '
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY 'TARIFFS LOADED FROM TARIFF MASTER ', WS-TAR-COUNT.

       1510-READ-TARIFF SECTION.

           READ TF01-TARIFF-KSDS NEXT
                AT END
                   SET TAR-EOF TO TRUE
                NOT AT END
                   PERFORM 1520-STORE-TARIFF
           END-READ.

       1520-STORE-TARIFF SECTION.

           IF WS-TAR-COUNT >= WS-TAR-MAX-ENTRIES
              DISPLAY '----------------------------------------'
              DISPLAY 'TARIFF MASTER EXCEEDS TABLE SIZE OF '
                      WS-TAR-MAX-ENTRIES
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           ADD 1 TO WS-TAR-COUNT.
           MOVE WS-TAR-COUNT      TO WS-TAR-NDX.
           MOVE TAR-CATEGORY      TO TRF-CATEGORY(WS-TAR-NDX).
           MOVE TAR-ZONE          TO TRF-ZONE(WS-TAR-NDX).
           MOVE TAR-EFF-DATE      TO TRF-EFF-DATE(WS-TAR-NDX).
           MOVE TAR-SLAB-TABLE    TO TRF-SLABS(WS-TAR-NDX).
           MOVE TAR-FIXED-CHARGE  TO TRF-FIXED-CHARGE(WS-TAR-NDX).
           MOVE TAR-MIN-CHARGE    TO TRF-MIN-CHARGE(WS-TAR-NDX).
           MOVE TAR-DUTY-PCT      TO TRF-DUTY-PCT(WS-TAR-NDX).
           MOVE TAR-SURCHARGE-PCT TO TRF-SURCHARGE-PCT(WS-TAR-NDX).

       2100-READ-NEXT-BILL SECTION.

           READ MO01-BILL-KSDS NEXT
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            IF (WS-STMT-CYCLE = SPACES
                                OR BILL-ID(5:4) = WS-STMT-CYCLE)
                               AND NOT BILL-CANCELLED
                               AND NOT BILL-HELD
                               PERFORM 2300-PRINT-STATEMENT
                            END-IF
           END-READ.
           MOVE WS-DUE-DATE-EDIT TO WS-STM-DUE-DATE.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-BILL-LINE.

           IF BILL-ORIG-BILL-ID NOT = SPACES
              MOVE BILL-ORIG-BILL-ID TO WS-STM-ORIG-BILL-ID
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-REBILL-LINE
           END-IF.

           MOVE BILL-FIRST-NAME  TO WS-STM-FIRST-NAME.
           MOVE BILL-LAST-NAME   TO WS-STM-LAST-NAME.
           MOVE BILL-CUST-ID     TO WS-STM-CUST-ID.
           END-IF.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-UNITS-LINE.

           IF BILL-NET-METERED
              PERFORM 2350-PRINT-NET-UNITS
           END-IF.

           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-BLANK.

           PERFORM 2400-PRINT-SLAB-BREAKDOWN.
           PERFORM 1400-FIND-PAY-ENTRY.
           IF WS-PAY-FOUND
              MOVE PAY-TOTAL-AMT(WS-PAY-NDX) TO WS-PAYMENTS-RECEIVED
              MOVE PAY-RETURNED-AMT(WS-PAY-NDX)
                                             TO WS-PAYMENTS-RETURNED
              MOVE PAY-FEE-AMT(WS-PAY-NDX)   TO WS-DISHONOUR-FEES
           ELSE
              MOVE ZEROS                     TO WS-PAYMENTS-RECEIVED
                                                WS-PAYMENTS-RETURNED
                                                WS-DISHONOUR-FEES
           END-IF.

      *> BILL-PREV-BALANCE IS THE BALANCE AT BILLING TIME, ALREADY
      *> NET OF EVERY PAYMENT ON PAYHIST. THE STATEMENT SHOWS THE
      *> GROSS BALANCE BEFORE THOSE PAYMENTS AND DEDUCTS THEM ON
      *> THEIR OWN LINE, SO THE LINES FOOT TO BILL-NET-DUE WITHOUT
      *> COUNTING A PAYMENT TWICE. A RETURNED PAYMENT AND ITS
      *> DISHONOUR FEE WERE ADDED BACK TO THE BALANCE, SO THEY ARE
      *> TAKEN OUT OF THE GROSS FIGURE AND SHOWN ON LINES OF THEIR
      *> OWN - ONLY WHEN THERE ARE ANY.
           COMPUTE WS-GROSS-PREV-BAL =
                   BILL-PREV-BALANCE + WS-PAYMENTS-RECEIVED
                   - WS-PAYMENTS-RETURNED - WS-DISHONOUR-FEES.

           MOVE 'BALANCE BEFORE PAYMENTS' TO WS-STM-CHARGE-DESC.
           MOVE WS-GROSS-PREV-BAL        TO WS-STM-CHARGE-AMT.
           MOVE WS-PAYMENTS-RECEIVED     TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           IF WS-PAYMENTS-RETURNED > 0
              MOVE 'ADD PAYMENTS RETURNED'   TO WS-STM-CHARGE-DESC
              MOVE WS-PAYMENTS-RETURNED      TO WS-STM-CHARGE-AMT
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE
           END-IF.

           IF WS-DISHONOUR-FEES > 0
              MOVE 'ADD DISHONOUR CHARGES'   TO WS-STM-CHARGE-DESC
              MOVE WS-DISHONOUR-FEES         TO WS-STM-CHARGE-AMT
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE
           END-IF.

      *> THE EXPORT CREDIT IS TAKEN OFF IN FULL; ANY PART OF IT
      *> BEYOND THE AMOUNT DUE IS PAID TO THE CUSTOMER SEPARATELY
      *> AND ADDED BACK, SO THE LINES STILL FOOT TO BILL-NET-DUE.
           IF BILL-NET-METERED
              MOVE 'LESS EXPORT CREDIT'     TO WS-STM-CHARGE-DESC
              MOVE BILL-EXPORT-CREDIT       TO WS-STM-CHARGE-AMT
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE
              IF BILL-CREDIT-REFUND > 0
                 MOVE 'ADD CREDIT PAID SEPARATELY'
                                            TO WS-STM-CHARGE-DESC
                 MOVE BILL-CREDIT-REFUND    TO WS-STM-CHARGE-AMT
                 WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE
              END-IF
           END-IF.

           MOVE 'NET AMOUNT DUE'         TO WS-STM-CHARGE-DESC.
           MOVE BILL-NET-DUE             TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           MOVE BILL-NET-DUE             TO WS-AMOUNT-PAYABLE.
           PERFORM 2500-CHECK-ARRANGEMENT.
           IF WS-ARR-ON-PLAN
              PERFORM 2550-PRINT-ARRANGEMENT
           END-IF.

           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-BLANK.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-SLIP-HEAD.

           MOVE BILL-ID            TO WS-SLP-BILL-ID.
           MOVE BILL-CUST-ID       TO WS-SLP-CUST-ID.
           MOVE WS-AMOUNT-PAYABLE  TO WS-SLP-AMOUNT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-SLIP-LINE.

           MOVE WS-DUE-DATE-EDIT   TO WS-SLP-DUE-DATE.

           ADD 1 TO WS-STMT-CTR.

       2350-PRINT-NET-UNITS SECTION.

           MOVE 'IMPORT UNITS'             TO WS-STM-NET-DESC.
           MOVE BILL-IMPORT-UNITS          TO WS-STM-NET-UNITS.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NET-UNITS-LINE.

           MOVE 'EXPORT UNITS'             TO WS-STM-NET-DESC.
           MOVE BILL-EXPORT-UNITS          TO WS-STM-NET-UNITS.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NET-UNITS-LINE.

           MOVE 'BANKED UNITS BROUGHT FWD' TO WS-STM-NET-DESC.
           MOVE BILL-BANK-BF-UNITS         TO WS-STM-NET-UNITS.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NET-UNITS-LINE.

           MOVE 'BANKED UNITS CARRIED FWD' TO WS-STM-NET-DESC.
           MOVE BILL-BANK-CF-UNITS         TO WS-STM-NET-UNITS.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NET-UNITS-LINE.

           IF BILL-PAYOUT-UNITS > 0
              MOVE 'BANKED UNITS SETTLED'  TO WS-STM-NET-DESC
              MOVE BILL-PAYOUT-UNITS       TO WS-STM-NET-UNITS
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NET-UNITS-LINE
           END-IF.

      *> RE-RATES BILL-UNITS OVER THE TARIFFS BILL003 USED FOR THE
      *> BILL CYCLE (BILL-ID YYMM), PRINTING ONE LINE PER SLAB
      *> ACTUALLY TOUCHED, SO THE LINES FOOT TO THE ENERGY CHARGE.
      *> WHEN THE TARIFF CHANGED DURING THE CYCLE EACH TARIFF'S
      *> SLABS ARE PRINTED UNDER A LINE GIVING ITS DAYS AND UNITS.
       2400-PRINT-SLAB-BREAKDOWN SECTION.

           MOVE BILL-CATEGORY TO WS-TAR-CATEGORY.
           IF WS-TAR-CATEGORY NOT = 'C'
              AND WS-TAR-CATEGORY NOT = 'I'
              MOVE 'D' TO WS-TAR-CATEGORY
           END-IF.

           IF BILL-AREA-CODE(1:1) = 'R'
              MOVE 'R' TO WS-TAR-ZONE
           ELSE
              MOVE 'U' TO WS-TAR-ZONE
           END-IF.

           MOVE WS-CC        TO WS-TAR-PERIOD-CC.
           MOVE BILL-ID(5:2) TO WS-TAR-PERIOD-YY.
           MOVE BILL-ID(7:2) TO WS-TAR-PERIOD-MM.
           IF WS-TAR-PERIOD-YY > WS-YY
              SUBTRACT 1 FROM WS-TAR-PERIOD-CC
           END-IF.
           MOVE BILL-UNITS   TO WS-TAR-UNITS.

           PERFORM 2410-BUILD-TARIFF-PERIOD.

           IF WS-TAR-PART-COUNT = 0
              DISPLAY 'NO TARIFF IN FORCE FOR BILL ' BILL-ID
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-NO-TARIFF-LINE
           ELSE
              PERFORM 2420-PRINT-TARIFF-PART
                  VARYING WS-TAR-PART-NDX FROM 1 BY 1
                  UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT
           END-IF.

      *> BUILDS THE PARTS OF THE BILLING PERIOD FOR WS-TAR-CATEGORY
      *> AND WS-TAR-ZONE. THE CALLER SETS THE CENTURY, YEAR AND
      *> MONTH OF WS-TAR-PERIOD-START AND THE UNITS IN WS-TAR-UNITS.
       2410-BUILD-TARIFF-PERIOD SECTION.

           MOVE 01 TO WS-TAR-PERIOD-DD.
           PERFORM 2411-SET-MONTH-DAYS.
           COMPUTE WS-TAR-PERIOD-END =
                   WS-TAR-PERIOD-START + WS-TAR-MONTH-DAYS - 1.

           MOVE 0 TO WS-TAR-PART-COUNT.
           PERFORM 2412-CHECK-TARIFF-ENTRY
               VARYING WS-TAR-NDX FROM 1 BY 1
               UNTIL WS-TAR-NDX > WS-TAR-COUNT.

           MOVE WS-TAR-UNITS TO WS-TAR-UNITS-LEFT.
           PERFORM 2414-SPLIT-PART-UNITS
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

       2411-SET-MONTH-DAYS SECTION.

           EVALUATE WS-TAR-PERIOD-MM
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-TAR-MONTH-DAYS
              WHEN 02
                 COMPUTE WS-TAR-YEAR =
                         WS-TAR-PERIOD-CC * 100 + WS-TAR-PERIOD-YY
                 MOVE 28 TO WS-TAR-MONTH-DAYS
                 DIVIDE WS-TAR-YEAR BY 4 GIVING WS-TAR-LEAP-QUOT
                        REMAINDER WS-TAR-LEAP-REM
                 IF WS-TAR-LEAP-REM = 0
                    MOVE 29 TO WS-TAR-MONTH-DAYS
                    DIVIDE WS-TAR-YEAR BY 100 GIVING WS-TAR-LEAP-QUOT
                           REMAINDER WS-TAR-LEAP-REM
                    IF WS-TAR-LEAP-REM = 0
                       DIVIDE WS-TAR-YEAR BY 400
                              GIVING WS-TAR-LEAP-QUOT
                              REMAINDER WS-TAR-LEAP-REM
                       IF WS-TAR-LEAP-REM NOT = 0
                          MOVE 28 TO WS-TAR-MONTH-DAYS
                       END-IF
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-TAR-MONTH-DAYS
           END-EVALUATE.

      *> A TARIFF COVERS PART OF THE PERIOD WHEN IT TOOK EFFECT BY
      *> THE PERIOD END AND THE NEXT TARIFF FOR THE SAME CATEGORY
      *> AND ZONE, IF ANY, TAKES EFFECT AFTER THE PERIOD START.
       2412-CHECK-TARIFF-ENTRY SECTION.

           IF TRF-CATEGORY(WS-TAR-NDX) = WS-TAR-CATEGORY
              AND TRF-ZONE(WS-TAR-NDX) = WS-TAR-ZONE
              AND TRF-EFF-DATE(WS-TAR-NDX) NOT > WS-TAR-PERIOD-END
              MOVE 99999999 TO WS-TAR-NEXT-DATE
              IF WS-TAR-NDX < WS-TAR-COUNT
                 COMPUTE WS-TAR-NEXT-NDX = WS-TAR-NDX + 1
                 IF TRF-CATEGORY(WS-TAR-NEXT-NDX) = WS-TAR-CATEGORY
                    AND TRF-ZONE(WS-TAR-NEXT-NDX) = WS-TAR-ZONE
                    MOVE TRF-EFF-DATE(WS-TAR-NEXT-NDX)
                                          TO WS-TAR-NEXT-DATE
                 END-IF
              END-IF
              IF WS-TAR-NEXT-DATE > WS-TAR-PERIOD-START
                 PERFORM 2413-ADD-TARIFF-PART
              END-IF
           END-IF.

       2413-ADD-TARIFF-PART SECTION.

           MOVE TRF-EFF-DATE(WS-TAR-NDX) TO WS-TAR-EFF-DATE.
           IF WS-TAR-EFF-DATE > WS-TAR-PERIOD-START
              MOVE WS-TAR-EFF-DD TO WS-TAR-FIRST-DAY
           ELSE
              MOVE 01 TO WS-TAR-FIRST-DAY
           END-IF.

           IF WS-TAR-NEXT-DATE > WS-TAR-PERIOD-END
              MOVE WS-TAR-MONTH-DAYS TO WS-TAR-LAST-DAY
           ELSE
              COMPUTE WS-TAR-LAST-DAY = WS-TAR-NEXT-DD - 1
           END-IF.

           ADD 1 TO WS-TAR-PART-COUNT.
           MOVE WS-TAR-NDX TO TRP-ENTRY(WS-TAR-PART-COUNT).
           COMPUTE TRP-DAYS(WS-TAR-PART-COUNT) =
                   WS-TAR-LAST-DAY - WS-TAR-FIRST-DAY + 1.

       2414-SPLIT-PART-UNITS SECTION.

           IF WS-TAR-PART-NDX = WS-TAR-PART-COUNT
              MOVE WS-TAR-UNITS-LEFT TO TRP-UNITS(WS-TAR-PART-NDX)
           ELSE
              COMPUTE TRP-UNITS(WS-TAR-PART-NDX) ROUNDED =
                      WS-TAR-UNITS * TRP-DAYS(WS-TAR-PART-NDX)
                      / WS-TAR-MONTH-DAYS
              IF TRP-UNITS(WS-TAR-PART-NDX) > WS-TAR-UNITS-LEFT
                 MOVE WS-TAR-UNITS-LEFT TO TRP-UNITS(WS-TAR-PART-NDX)
              END-IF
           END-IF.

           SUBTRACT TRP-UNITS(WS-TAR-PART-NDX) FROM WS-TAR-UNITS-LEFT.

       2420-PRINT-TARIFF-PART SECTION.

           PERFORM 2430-SET-PART-SLABS.

           IF WS-TAR-PART-COUNT > 1
              MOVE TRF-EFF-DATE(WS-TAR-NDX) TO WS-TAR-EFF-DATE
              IF WS-TAR-EFF-DATE < WS-TAR-PERIOD-START
                 MOVE WS-TAR-PERIOD-START TO WS-TAR-EFF-DATE
              END-IF
              MOVE WS-TAR-EFF-DATE(7:2)  TO WS-STM-TAR-FROM(1:2)
              MOVE '/'                   TO WS-STM-TAR-FROM(3:1)
              MOVE WS-TAR-EFF-DATE(5:2)  TO WS-STM-TAR-FROM(4:2)
              MOVE '/'                   TO WS-STM-TAR-FROM(6:1)
              MOVE WS-TAR-EFF-DATE(1:4)  TO WS-STM-TAR-FROM(7:4)
              MOVE TRP-DAYS(WS-TAR-PART-NDX)  TO WS-STM-TAR-DAYS
              MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-STM-TAR-UNITS
              WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-TARIFF-LINE
           END-IF.

           MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-SLAB-UNITS-LEFT.

           PERFORM 2450-PRINT-ONE-SLAB
               VARYING WS-SLAB-NDX FROM 1 BY 1
               UNTIL WS-SLAB-NDX > 3
                  OR WS-SLAB-UNITS-LEFT = 0.

      *> LOADS THE SLAB SCHEDULE OF ONE PART, WITH THE SLAB LIMITS
      *> PRO-RATED TO THE PART'S DAYS. THE OPEN-ENDED TOP SLAB KEEPS
      *> ITS 999999 LIMIT. LEAVES WS-TAR-NDX ON THE PART'S TARIFF.
       2430-SET-PART-SLABS SECTION.

           MOVE TRP-ENTRY(WS-TAR-PART-NDX) TO WS-TAR-NDX.
           MOVE TRF-SLABS(WS-TAR-NDX)      TO WS-SLAB-RATE-VALUES.

           IF TRP-DAYS(WS-TAR-PART-NDX) < WS-TAR-MONTH-DAYS
              COMPUTE WS-SLAB-UPTO(1) ROUNDED =
                      WS-SLAB-UPTO(1) * TRP-DAYS(WS-TAR-PART-NDX)
                      / WS-TAR-MONTH-DAYS
              COMPUTE WS-SLAB-UPTO(2) ROUNDED =
                      WS-SLAB-UPTO(2) * TRP-DAYS(WS-TAR-PART-NDX)
                      / WS-TAR-MONTH-DAYS
           END-IF.

       2450-PRINT-ONE-SLAB SECTION.

           IF WS-SLAB-NDX = 1
           MOVE WS-SLAB-BAND-AMOUNT       TO WS-STM-SLAB-AMOUNT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-SLAB-LINE.

      *> THE PLAN IS SHOWN ONLY WHILE IT IS ACTIVE AND PAID UP TO
      *> THE INSTALMENTS FOR CYCLES BEFORE THIS BILL'S CYCLE - THE
      *> SAME TEST BILLING USES TO WAIVE THE LATE SURCHARGE.
       2500-CHECK-ARRANGEMENT SECTION.

           SET WS-ARR-NOT-ON-PLAN TO TRUE.

           IF WS-ARR-FILE-OPEN
              AND BILL-ID(5:4) IS NUMERIC
              MOVE BILL-CUST-ID TO ARR-CUST-ID
              READ AG01-ARRANGEMENT-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF ARR-ACTIVE
                         PERFORM 2510-EVALUATE-ARRANGEMENT
                      END-IF
              END-READ
           END-IF.

       2510-EVALUATE-ARRANGEMENT SECTION.

           MOVE BILL-ID(5:4) TO WS-ARR-BILL-CYCLE.
           COMPUTE WS-ARR-BILL-INDEX =
                   WS-ARR-BILL-YY * 12 + WS-ARR-BILL-MM.
           COMPUTE WS-ARR-START-INDEX =
                   ARR-START-YY * 12 + ARR-START-MM.

           IF WS-ARR-BILL-INDEX < WS-ARR-START-INDEX
              MOVE ZEROS TO WS-ARR-PAST-COUNT WS-ARR-DUE-COUNT
           ELSE
              COMPUTE WS-ARR-PAST-COUNT =
                      WS-ARR-BILL-INDEX - WS-ARR-START-INDEX
              COMPUTE WS-ARR-DUE-COUNT = WS-ARR-PAST-COUNT + 1
           END-IF.
           IF WS-ARR-PAST-COUNT > ARR-INSTAL-COUNT
              MOVE ARR-INSTAL-COUNT TO WS-ARR-PAST-COUNT
           END-IF.
           IF WS-ARR-DUE-COUNT > ARR-INSTAL-COUNT
              MOVE ARR-INSTAL-COUNT TO WS-ARR-DUE-COUNT
           END-IF.

           COMPUTE WS-ARR-PAST-DUE-AMT =
                   WS-ARR-PAST-COUNT * ARR-INSTAL-AMT.
           IF WS-ARR-PAST-DUE-AMT > ARR-ARREARS-AMT
              MOVE ARR-ARREARS-AMT TO WS-ARR-PAST-DUE-AMT
           END-IF.
           COMPUTE WS-ARR-DUE-AMT =
                   WS-ARR-DUE-COUNT * ARR-INSTAL-AMT.
           IF WS-ARR-DUE-AMT > ARR-ARREARS-AMT
              MOVE ARR-ARREARS-AMT TO WS-ARR-DUE-AMT
           END-IF.

           IF ARR-PAID-TO-DATE NOT < WS-ARR-PAST-DUE-AMT
              SET WS-ARR-ON-PLAN TO TRUE
              COMPUTE WS-ARR-REMAINING-AMT =
                      ARR-ARREARS-AMT - ARR-PAID-TO-DATE
              MOVE ZEROS TO WS-ARR-INSTAL-DUE
              IF WS-ARR-DUE-AMT > ARR-PAID-TO-DATE
                 COMPUTE WS-ARR-INSTAL-DUE =
                         WS-ARR-DUE-AMT - ARR-PAID-TO-DATE
              END-IF
              COMPUTE WS-ARR-DEFERRED-AMT =
                      WS-ARR-REMAINING-AMT - WS-ARR-INSTAL-DUE
           END-IF.

      *> THE AMOUNT PAYABLE IS THE NET AMOUNT DUE LESS THE DEFERRED
      *> PART OF THE PLAN. IF PAYMENTS HAVE ALREADY BROUGHT THE
      *> BALANCE BELOW THE DEFERRED ARREARS, THE INSTALMENT ITSELF
      *> (OR THE NET DUE, IF LESS) IS ASKED FOR.
       2550-PRINT-ARRANGEMENT SECTION.

           IF BILL-NET-DUE > WS-ARR-DEFERRED-AMT
              COMPUTE WS-AMOUNT-PAYABLE =
                      BILL-NET-DUE - WS-ARR-DEFERRED-AMT
           ELSE
              IF WS-ARR-INSTAL-DUE < BILL-NET-DUE
                 MOVE WS-ARR-INSTAL-DUE TO WS-AMOUNT-PAYABLE
              ELSE
                 MOVE BILL-NET-DUE      TO WS-AMOUNT-PAYABLE
              END-IF
           END-IF.

           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-BLANK.

           MOVE WS-ARR-DUE-COUNT         TO WS-STM-ARR-DUE-COUNT.
           MOVE ARR-INSTAL-COUNT         TO WS-STM-ARR-COUNT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-ARR-LINE.

           MOVE 'ARREARS UNDER ARRANGEMENT' TO WS-STM-CHARGE-DESC.
           MOVE WS-ARR-REMAINING-AMT     TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           MOVE 'INSTALMENT DUE THIS BILL' TO WS-STM-CHARGE-DESC.
           MOVE WS-ARR-INSTAL-DUE        TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           MOVE 'LESS ARREARS DEFERRED'  TO WS-STM-CHARGE-DESC.
           MOVE WS-ARR-DEFERRED-AMT      TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           MOVE 'AMOUNT PAYABLE THIS BILL' TO WS-STM-CHARGE-DESC.
           MOVE WS-AMOUNT-PAYABLE        TO WS-STM-CHARGE-AMT.
           WRITE TO09-BILL-STMT-RECORD FROM WS-STMT-CHARGE-LINE.

           ADD 1 TO WS-ARR-STMT-CTR.

       8000-OPEN-RUN-LOG SECTION.

           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           DISPLAY '----------------------------------------'
           DISPLAY ' BILLS READ               ',  WS-READ-CTR
           DISPLAY ' STATEMENTS PRINTED       ',  WS-STMT-CTR
           DISPLAY ' UNDER INSTALMENT PLANS   ',  WS-ARR-STMT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MO01-BILL-KSDS,
           DISPLAY '----------------------------------------'
           DISPLAY 'BILL MASTER KSDS  IS CLOSED  '
           DISPLAY 'BILL STATEMENTS   IS CLOSED  '

           IF WS-ARR-FILE-OPEN
              CLOSE AG01-ARRANGEMENT-KSDS
              DISPLAY 'ARRANGEMENT KSDS  IS CLOSED  '
           END-IF.

           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.
