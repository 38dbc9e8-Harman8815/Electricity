           RECORD KEY             IS REG-REF
           FILE STATUS            IS WS-REG-STATUS.

           SELECT HD01-PAYMENT-HOLD-KSDS ASSIGN TO PMTHOLD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS HLD-CUST-ID
           FILE STATUS            IS WS-HLD-STATUS.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT SI01-SUSPENSE-IN ASSIGN TO SUSPIN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL

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

      *> REG-PREV-AGE-CYCLES IS THE BAL-AGE-CYCLES THE BALANCE HAD
      *> BEFORE THE RECEIPT POSTED, SO BILL020 CAN PUT IT BACK IF
      *> THE BANK RETURNS THE PAYMENT UNPAID.
       FD RG01-RECEIPT-REG-KSDS
           RECORD CONTAINS         53  CHARACTERS.

       01 RG01-RECEIPT-REG-RECORD.
          05 REG-REF            PIC X(09).
          05 REG-CUST-ID        PIC X(12).
          05 REG-AMOUNT         PIC 9(8)V99.
          05 REG-POST-DATE      PIC 9(08).
          05 REG-STATUS         PIC X(01).
             88 REG-DISHONOURED VALUE 'D'.
          05 REG-PREV-AGE-CYCLES PIC 9(04).
          05 REG-RETURN-DATE    PIC 9(08).
          05 FILLER             PIC X(01).

       FD HD01-PAYMENT-HOLD-KSDS
           RECORD CONTAINS         50  CHARACTERS.

       01 HD01-PAYMENT-HOLD-RECORD.
          05 HLD-CUST-ID           PIC X(12).
          05 HLD-STATUS            PIC X(01).
             88 HLD-ACTIVE         VALUE 'H'.
             88 HLD-CLEARED        VALUE 'C'.
          05 HLD-RETURN-COUNT      PIC 9(03).
          05 HLD-LAST-RETURN-DATE  PIC 9(08).
          05 HLD-LAST-REF          PIC X(09).
          05 HLD-CLEARED-DATE      PIC 9(08).
          05 FILLER                PIC X(09).

      *> INSTALMENT ARRANGEMENTS SET UP BY BILL021. RECEIPTS FROM A
      *> CUSTOMER ON AN ACTIVE PLAN ARE CREDITED TO ARR-PAID-TO-DATE.
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

       FD SI01-SUSPENSE-IN
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.
          05 CTL-CKPT-RURAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-CYCLE-CODE    PIC X(02).

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

       FD RL01-RUN-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.
             88 REG-IO-STATUS    VALUE '00'.
             88 REG-NOT-FOUND    VALUE '23'.
             88 REG-FILE-MISSING VALUE '35'.
          05 WS-HLD-STATUS       PIC X(02).
             88 HLD-IO-STATUS    VALUE '00'.
             88 HLD-NOT-FOUND    VALUE '23'.
             88 HLD-FILE-MISSING VALUE '35'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-EOF          VALUE '10'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-SIN-STATUS       PIC X(02).
             88 SIN-IO-STATUS    VALUE '00'.
             88 SIN-EOF          VALUE '10'.
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-EXC-STATUS       PIC X(02).
             88 EXC-IO-STATUS    VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-DUP-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-SUSPENSE-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-HELD-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-POSTED-AMT   PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.

      *> PAYMENT SOURCE - 'BANK' (DEFAULT) POSTS THE BANK RECEIPTS
      *> FILE; 'SUSP' RE-PRESENTS ITEMS HELD ON THE SUSPENSE FILE
       01 WS-CALC-VARIABLES.
          05 WS-CURR-BALANCE-AMT   PIC 9(8)V99 VALUE ZEROS.
          05 WS-NEW-BALANCE-AMT    PIC 9(8)V99 VALUE ZEROS.
          05 WS-CURR-AGE-CYCLES    PIC 9(04) VALUE ZEROS.

      *> CUSTOMERS WITH A PAYMENT RETURNED UNPAID ARE HELD ON THE
      *> PMTHOLD KSDS BY BILL020 UNTIL CLEARED FUNDS ARE CONFIRMED.
       01 WS-HOLD-VARIABLES.
          05 WS-HOLD-FILE-SW       PIC X(01) VALUE 'Y'.
             88 WS-HOLD-FILE-OPEN  VALUE 'Y'.
             88 WS-NO-HOLD-FILE    VALUE 'N'.
          05 WS-RECEIPT-HOLD-SW    PIC X(01) VALUE 'N'.
             88 WS-RECEIPT-HELD    VALUE 'Y'.
             88 WS-RECEIPT-NOT-HELD VALUE 'N'.

      *> INSTALMENT ARRANGEMENTS. INSTALMENT N FALLS DUE IN THE N'TH
      *> CYCLE FROM ARR-START-CYCLE; IT COUNTS AS MISSED ONCE THAT
      *> CYCLE HAS PASSED WITHOUT ARR-PAID-TO-DATE REACHING IT, AND
      *> THE PLAN THEN LAPSES. CYCLES ARE COUNTED AS YY * 12 + MM.
       01 WS-ARRANGEMENT-VARIABLES.
          05 WS-ARR-FILE-SW        PIC X(01) VALUE 'Y'.
             88 WS-ARR-FILE-OPEN   VALUE 'Y'.
             88 WS-NO-ARR-FILE     VALUE 'N'.
          05 WS-ARR-RUN-INDEX      PIC 9(04) VALUE 0.
          05 WS-ARR-START-INDEX    PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-COUNT     PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-DUE-AMT   PIC 9(11)V99 VALUE 0.
          05 WS-ARR-REMAINING-AMT  PIC 9(8)V99 VALUE 0.
          05 WS-ARR-CREDIT-AMT     PIC 9(8)V99 VALUE 0.
          05 WS-ARR-CREDIT-CTR     PIC 9(04) VALUE 0.
          05 WS-ARR-COMPLETED-CTR  PIC 9(04) VALUE 0.
          05 WS-ARR-LAPSED-CTR     PIC 9(04) VALUE 0.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2320-WRITE-LEDGER-ENTRY.
       01 WS-LEDGER-VARIABLES.
          05 WS-LED-CUST-ID        PIC X(12) VALUE SPACES.
          05 WS-LED-ENTRY-TYPE     PIC X(02) VALUE SPACES.
          05 WS-LED-DR-CR          PIC X(01) VALUE SPACES.
          05 WS-LED-AMOUNT         PIC 9(08)V99 VALUE 0.
          05 WS-LED-BALANCE        PIC 9(08)V99 VALUE 0.
          05 WS-LED-REFERENCE      PIC X(12) VALUE SPACES.
          05 WS-LEDGER-CTR         PIC 9(06) VALUE 0.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM           PIC 9(03) VALUE 1.
           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE TO WS-DATE-FORMAT.
           COMPUTE WS-ARR-RUN-INDEX = WS-YY * 12 + WS-MM.

           ACCEPT WS-PAYMENT-SOURCE FROM ENVIRONMENT 'PAYMENT-SOURCE'.
           IF WS-PAYMENT-SOURCE = SPACES
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT HD01-PAYMENT-HOLD-KSDS.
           IF HLD-FILE-MISSING
              DISPLAY 'NO PAYMENT HOLDS ON FILE - NO RECEIPTS HELD'
              SET WS-NO-HOLD-FILE TO TRUE
           ELSE
              IF NOT HLD-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING PAYMENT HOLD KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-HLD-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN I-O AG01-ARRANGEMENT-KSDS.
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

           PERFORM 1100-CHECK-BILLING-INTERLOCK.

           OPEN I-O BA01-BALANCE-KSDS.
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND LG01-CUST-LEDGER.
           IF WS-LDG-STATUS = '05' OR '35'
              OPEN OUTPUT LG01-CUST-LEDGER
           END-IF.
           IF NOT LDG-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER LEDGER FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LDG-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO02-PAYMENT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
           DISPLAY 'RECEIPTS/SUSPENSE IN  OPENED .............'
           DISPLAY 'CUSTOMER BALANCE KSDS OPENED .............'
           DISPLAY 'PAYMENT HISTORY FILE  OPENED .............'
           DISPLAY 'CUSTOMER LEDGER FILE  OPENED .............'
           DISPLAY 'RECEIPT REGISTER KSDS OPENED .............'
           IF WS-HOLD-FILE-OPEN
              DISPLAY 'PAYMENT HOLD KSDS     OPENED .............'
           END-IF
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS      OPENED .............'
           END-IF
           DISPLAY 'SUSPENSE OUTPUT FILE  OPENED .............'
           DISPLAY 'PAYMENT REPORT        OPENED .............'
           DISPLAY 'PAYMENT EXCEPTION RPT OPENED .............'
              PERFORM 2150-READ-SUSPENSE UNTIL SIN-EOF
           END-IF.

           IF WS-ARR-FILE-OPEN
              PERFORM 2500-CHECK-MISSED-INSTALMENTS
           END-IF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-RECEIPT SECTION.
                   PERFORM 2900-WRITE-PAYMENT-EXCEPTION
           END-READ.

      *> A CUSTOMER ON PAYMENT HOLD HAS HAD A PAYMENT RETURNED
      *> UNPAID. THEIR RECEIPTS GO TO SUSPENSE UNTIL CLEARED FUNDS
      *> ARE CONFIRMED, THEN POST ON THE NEXT SUSPENSE RUN.
       2210-CHECK-PAYMENT-HOLD SECTION.

           SET WS-RECEIPT-NOT-HELD TO TRUE.

           IF WS-HOLD-FILE-OPEN
              MOVE PMT-CUST-ID TO HLD-CUST-ID
              READ HD01-PAYMENT-HOLD-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF HLD-ACTIVE
                         SET WS-RECEIPT-HELD TO TRUE
                      END-IF
              END-READ
           END-IF.

       2220-LOOKUP-BALANCE SECTION.

           PERFORM 2210-CHECK-PAYMENT-HOLD.

           IF WS-RECEIPT-HELD
              DISPLAY 'RECEIPT HELD - PAYMENT HOLD ON CUST: '
                      PMT-CUST-ID
              ADD 1 TO WS-REJECT-CTR
              ADD 1 TO WS-HELD-CTR
              MOVE 'HLD1' TO PEX-REASON-CODE
              PERFORM 2900-WRITE-PAYMENT-EXCEPTION
              PERFORM 2950-WRITE-SUSPENSE-RECORD
           ELSE
              MOVE PMT-CUST-ID TO BAL-CUST-ID
              READ BA01-BALANCE-KSDS
                   INVALID KEY
                      DISPLAY 'BALANCE NOT ON FILE FOR CUST: '
                              PMT-CUST-ID
                      ADD 1 TO WS-REJECT-CTR
                      MOVE 'BNF1' TO PEX-REASON-CODE
                      PERFORM 2900-WRITE-PAYMENT-EXCEPTION
                      PERFORM 2950-WRITE-SUSPENSE-RECORD
                   NOT INVALID KEY
                      PERFORM 2250-APPLY-PAYMENT
              END-READ
           END-IF.

       2250-APPLY-PAYMENT SECTION.

           MOVE BAL-AMOUNT     TO WS-CURR-BALANCE-AMT.
           MOVE BAL-AGE-CYCLES TO WS-CURR-AGE-CYCLES.

           IF PMT-AMOUNT > WS-CURR-BALANCE-AMT
              DISPLAY 'PAYMENT EXCEEDS BALANCE FOR CUST: '
                     ADD 1 TO WS-POSTED-CTR
                     ADD PMT-AMOUNT TO WS-TOTAL-POSTED-AMT
                     PERFORM 2300-WRITE-PAYMENT-HIST
                     PERFORM 2310-WRITE-LEDGER-PAYMENT
                     PERFORM 2350-WRITE-RECEIPT-REGISTER
                     IF WS-ARR-FILE-OPEN
                        PERFORM 2400-CREDIT-ARRANGEMENT
                     END-IF
                     PERFORM 2700-WRITE-REPORT-LINE
              END-REWRITE
           END-IF.
           MOVE WS-CURR-BALANCE-AMT  TO PMH-PREV-BALANCE.
           MOVE WS-NEW-BALANCE-AMT   TO PMH-NEW-BALANCE.
           MOVE PMT-REF              TO PMH-REF.
           SET PMH-PAYMENT           TO TRUE.

           WRITE PH01-PAYMENT-HIST-RECORD.

       2310-WRITE-LEDGER-PAYMENT SECTION.

           MOVE PMT-CUST-ID          TO WS-LED-CUST-ID.
           MOVE 'PY'                 TO WS-LED-ENTRY-TYPE.
           MOVE 'C'                  TO WS-LED-DR-CR.
           MOVE PMT-AMOUNT           TO WS-LED-AMOUNT.
           MOVE WS-NEW-BALANCE-AMT   TO WS-LED-BALANCE.
           MOVE PMT-REF              TO WS-LED-REFERENCE.
           PERFORM 2320-WRITE-LEDGER-ENTRY.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2320-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL004 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

       2350-WRITE-RECEIPT-REGISTER SECTION.

           MOVE PMT-REF     TO REG-REF.
           MOVE PMT-CUST-ID TO REG-CUST-ID.
           MOVE PMT-AMOUNT  TO REG-AMOUNT.
           MOVE WS-DATE     TO REG-POST-DATE.
           MOVE SPACE       TO REG-STATUS.
           MOVE WS-CURR-AGE-CYCLES TO REG-PREV-AGE-CYCLES.
           MOVE ZEROS       TO REG-RETURN-DATE.

           WRITE RG01-RECEIPT-REG-RECORD
               INVALID KEY
                          PMT-REF
           END-WRITE.

      *> A RECEIPT FROM A CUSTOMER ON AN ACTIVE PLAN GOES TOWARDS
      *> THE AGREED ARREARS, UP TO WHAT IS STILL OUTSTANDING ON THE
      *> PLAN. ONCE THE ARREARS ARE FULLY PAID THE PLAN IS COMPLETE.
       2400-CREDIT-ARRANGEMENT SECTION.

           MOVE PMT-CUST-ID TO ARR-CUST-ID.
           READ AG01-ARRANGEMENT-KSDS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF ARR-ACTIVE
                      PERFORM 2410-APPLY-ARRANGEMENT-CREDIT
                   END-IF
           END-READ.

       2410-APPLY-ARRANGEMENT-CREDIT SECTION.

           COMPUTE WS-ARR-REMAINING-AMT =
                   ARR-ARREARS-AMT - ARR-PAID-TO-DATE.

           IF PMT-AMOUNT < WS-ARR-REMAINING-AMT
              MOVE PMT-AMOUNT           TO WS-ARR-CREDIT-AMT
           ELSE
              MOVE WS-ARR-REMAINING-AMT TO WS-ARR-CREDIT-AMT
           END-IF.

           ADD WS-ARR-CREDIT-AMT TO ARR-PAID-TO-DATE.
           MOVE PMT-DATE         TO ARR-LAST-PAY-DATE.

           IF ARR-PAID-TO-DATE >= ARR-ARREARS-AMT
              SET ARR-COMPLETED  TO TRUE
              MOVE WS-DATE       TO ARR-CLOSED-DATE
              MOVE 'PAID'        TO ARR-CLOSE-REASON
              ADD 1 TO WS-ARR-COMPLETED-CTR
           END-IF.

           REWRITE AG01-ARRANGEMENT-RECORD
               INVALID KEY
                  DISPLAY 'ARRANGEMENT REWRITE FAILED FOR CUST: '
                          PMT-CUST-ID
               NOT INVALID KEY
                  ADD 1 TO WS-ARR-CREDIT-CTR
           END-REWRITE.

      *> RUN AFTER ALL RECEIPTS HAVE POSTED. ANY ACTIVE PLAN THAT IS
      *> SHORT OF THE INSTALMENTS DUE FOR CYCLES ALREADY PAST HAS
      *> MISSED AN INSTALMENT AND LAPSES - BILLING THEN CHARGES THE
      *> LATE SURCHARGE AND THE DISCONNECTION EXTRACT SEES THE
      *> CUSTOMER AGAIN.
       2500-CHECK-MISSED-INSTALMENTS SECTION.

           MOVE LOW-VALUES TO ARR-CUST-ID.
           START AG01-ARRANGEMENT-KSDS KEY NOT LESS THAN ARR-CUST-ID
               INVALID KEY SET ARR-EOF TO TRUE
           END-START.

           PERFORM 2510-READ-NEXT-ARRANGEMENT UNTIL ARR-EOF.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRANGEMENTS LAPSED - INSTALMENT MISSED ',
                   WS-ARR-LAPSED-CTR
           DISPLAY '----------------------------------------'.

       2510-READ-NEXT-ARRANGEMENT SECTION.

           READ AG01-ARRANGEMENT-KSDS NEXT
                AT END      SET ARR-EOF TO TRUE
                NOT AT END  IF ARR-ACTIVE
                               PERFORM 2520-CHECK-ONE-ARRANGEMENT
                            END-IF
           END-READ.

       2520-CHECK-ONE-ARRANGEMENT SECTION.

           COMPUTE WS-ARR-START-INDEX =
                   ARR-START-YY * 12 + ARR-START-MM.

           IF WS-ARR-RUN-INDEX > WS-ARR-START-INDEX
              COMPUTE WS-ARR-PAST-COUNT =
                      WS-ARR-RUN-INDEX - WS-ARR-START-INDEX
              IF WS-ARR-PAST-COUNT > ARR-INSTAL-COUNT
                 MOVE ARR-INSTAL-COUNT TO WS-ARR-PAST-COUNT
              END-IF
              COMPUTE WS-ARR-PAST-DUE-AMT =
                      WS-ARR-PAST-COUNT * ARR-INSTAL-AMT
              IF WS-ARR-PAST-DUE-AMT > ARR-ARREARS-AMT
                 MOVE ARR-ARREARS-AMT TO WS-ARR-PAST-DUE-AMT
              END-IF
              IF ARR-PAID-TO-DATE < WS-ARR-PAST-DUE-AMT
                 SET ARR-LAPSED     TO TRUE
                 MOVE WS-DATE       TO ARR-CLOSED-DATE
                 MOVE 'MISS'        TO ARR-CLOSE-REASON
                 REWRITE AG01-ARRANGEMENT-RECORD
                     INVALID KEY
                        DISPLAY 'ARRANGEMENT REWRITE FAILED FOR CUST: '
                                ARR-CUST-ID
                     NOT INVALID KEY
                        DISPLAY 'ARRANGEMENT LAPSED FOR CUST: '
                                ARR-CUST-ID
                        ADD 1 TO WS-ARR-LAPSED-CTR
                 END-REWRITE
              END-IF
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
           DISPLAY ' PAYMENTS REJECTED        ',  WS-REJECT-CTR
           DISPLAY ' DUPLICATES REFUSED       ',  WS-DUP-CTR
           DISPLAY ' HELD IN SUSPENSE         ',  WS-SUSPENSE-CTR
           DISPLAY ' HELD - PAYMENT HOLD      ',  WS-HELD-CTR
           DISPLAY ' ARRANGEMENT CREDITS      ',  WS-ARR-CREDIT-CTR
           DISPLAY ' ARRANGEMENTS COMPLETED   ',  WS-ARR-COMPLETED-CTR
           DISPLAY ' ARRANGEMENTS LAPSED      ',  WS-ARR-LAPSED-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY '----------------------------------------'

           IF WS-SOURCE-BANK

           CLOSE  BA01-BALANCE-KSDS,
                  PH01-PAYMENT-HIST,
                  LG01-CUST-LEDGER,
                  RG01-RECEIPT-REG-KSDS,
                  SO01-SUSPENSE-OUT,
                  TO02-PAYMENT-RPT,
                  EO02-PAYMENT-EXCP.

           IF WS-HOLD-FILE-OPEN
              CLOSE HD01-PAYMENT-HOLD-KSDS
           END-IF.

           IF WS-ARR-FILE-OPEN
              CLOSE AG01-ARRANGEMENT-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'RECEIPTS/SUSPENSE IN   IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'PAYMENT HISTORY FILE   IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE   IS CLOSED  '
           DISPLAY 'RECEIPT REGISTER KSDS  IS CLOSED  '
           IF WS-HOLD-FILE-OPEN
              DISPLAY 'PAYMENT HOLD KSDS      IS CLOSED  '
           END-IF
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS       IS CLOSED  '
           END-IF
           DISPLAY 'SUSPENSE OUTPUT FILE   IS CLOSED  '
           DISPLAY 'PAYMENT REPORT         IS CLOSED  '
           DISPLAY 'PAYMENT EXCEPTION RPT  IS CLOSED  '
