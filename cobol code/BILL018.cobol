       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL018.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FR01-FINAL-READ  ASSIGN TO FINLRDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-FNR-STATUS.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT MI01-METER-KSDS   ASSIGN TO MTRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS MTR-ID
           ALTERNATE RECORD KEY   IS MTR-CUST-ID WITH DUPLICATES
           FILE STATUS            IS WS-MTR-STATUS.

           SELECT BA01-BALANCE-KSDS ASSIGN TO CUSTBAL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

           SELECT DP01-DEPOSIT-KSDS ASSIGN TO DEPKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

           SELECT DT01-DEPOSIT-TRANS ASSIGN TO DEPTRANS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRX-STATUS.

           SELECT CO01-CONTROL-KSDS ASSIGN TO BILLCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT NM01-NET-BANK-KSDS ASSIGN TO NETKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS NET-MTR-ID
           FILE STATUS            IS WS-NET-STATUS.

           SELECT NP01-NET-PAYOUT   ASSIGN TO NETPAY
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NPY-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT TO16-FINAL-BILL-RPT ASSIGN TO FINLRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> WRITTEN BY BILL006 FOR EVERY METER TAKEN OFF THE MASTER BY
      *> A CLOSE ('C') OR A SWAP ('T'). A NET-METERED METER CLOSED
      *> OUTRIGHT ALSO CARRIES ITS UNBILLED EXPORT.
       FD FR01-FINAL-READ
           RECORDING MODE          IS F
           RECORD CONTAINS         70  CHARACTERS.

       01 FR01-FINAL-READ-RECORD.
          05 FNR-MTR-ID         PIC X(14).
          05 FNR-CUST-ID        PIC X(12).
          05 FNR-LAST-READ      PIC 9(06).
          05 FNR-FINAL-READ     PIC 9(06).
          05 FNR-FINAL-UNITS    PIC 9(06).
          05 FNR-CYCLE-CODE     PIC X(02).
          05 FNR-CLOSE-DATE     PIC 9(08).
          05 FNR-ACTION-CODE    PIC X(01).
          05 FNR-NET-METER-SW   PIC X(01).
             88 FNR-NET-METERED VALUE 'Y'.
          05 FNR-FINAL-EXP-UNITS PIC 9(06).
          05 FILLER             PIC X(08).

       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         84  CHARACTERS.

       01 MI01-CUSTOMER-RECORD.
          05 CUST-KEY         PIC X(12).
          05 CUST-FIRST-NAME  PIC X(10).
          05 CUST-LAST-NAME  PIC X(10).
          05 CUST-AREA-CODE  PIC X(6).
          05 CUST-SPACE      PIC X.
          05 CUST-ADDRESS     PIC X(29).
          05 CUST-CITY        PIC X(10).
          05 CUST-UNITS       PIC X(5).
          05 CUST-CATEGORY    PIC X(01).

       FD MI01-METER-KSDS
           RECORD CONTAINS         53  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-CUST-ID      PIC X(12).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).
          05 MTR-CYCLE-CODE   PIC X(02).
          05 MTR-NET-METER-SW PIC X(01).
             88 MTR-NET-METERED VALUE 'Y'.
          05 MTR-EXP-PREV-READ PIC 9(06).
          05 MTR-EXP-CURR-READ PIC 9(06).

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.

       01 BA01-BALANCE-RECORD.
          05 BAL-CUST-ID       PIC X(12).
          05 BAL-AMOUNT        PIC 9(8)V99.
          05 BAL-AGE-CYCLES    PIC 9(04).

       FD DP01-DEPOSIT-KSDS
           RECORD CONTAINS         40  CHARACTERS.

       01 DP01-DEPOSIT-RECORD.
          05 DEP-CUST-ID        PIC X(12).
          05 DEP-AMOUNT         PIC 9(8)V99.
          05 DEP-LAST-INT-DATE  PIC 9(08).
          05 DEP-OPEN-DATE      PIC 9(08).
          05 FILLER             PIC X(02).

       FD DT01-DEPOSIT-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 DT01-DEPOSIT-TRANS-RECORD.
          05 DPX-ACTION-CODE   PIC X(01).
             88 DPX-ACTION-COLLECT  VALUE 'C'.
             88 DPX-ACTION-TOPUP    VALUE 'T'.
             88 DPX-ACTION-REFUND   VALUE 'R'.
             88 DPX-ACTION-SETOFF   VALUE 'S'.
          05 DPX-CUST-ID        PIC X(12).
          05 DPX-AMOUNT         PIC 9(8)V99.
          05 DPX-DATE           PIC 9(08).
          05 FILLER             PIC X(09).

       FD CO01-CONTROL-KSDS
           RECORD CONTAINS         111 CHARACTERS.

       01 CO01-CONTROL-RECORD.
          05 CTL-KEY              PIC X(10).
          05 CTL-LAST-SEQ         PIC 9(4).
          05 CTL-CKPT-CUST-ID     PIC X(12).
          05 CTL-CKPT-READ-CTR    PIC 9(4).
          05 CTL-CKPT-WRITE-CTR   PIC 9(4).
          05 CTL-CKPT-MTR-ID      PIC X(14).
          05 CTL-OPT-CONSOLIDATE-SW PIC X(1).
          05 CTL-CKPT-TOTAL-BILLS   PIC 9(4).
          05 CTL-CKPT-TOTAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-URBAN-UNITS   PIC 9(10).
          05 CTL-CKPT-URBAN-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-RURAL-UNITS   PIC 9(10).
          05 CTL-CKPT-RURAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-CYCLE-CODE    PIC X(02).

      *> UNITS BANKED BY EACH NET-METERED METER, KEPT BY BILL003. THE
      *> BANK OF A CLOSED METER IS SETTLED ON THE FINAL BILL AND THE
      *> RECORD DELETED.
       FD NM01-NET-BANK-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 NM01-NET-BANK-RECORD.
          05 NET-MTR-ID           PIC X(14).
          05 NET-CUST-ID          PIC X(12).
          05 NET-OPEN-UNITS       PIC 9(08).
          05 NET-BANK-UNITS       PIC 9(08).
          05 NET-LAST-CYCLE       PIC X(04).
          05 NET-LAST-EXPORT      PIC 9(06).
          05 NET-PAID-UNITS       PIC 9(08).
          05 NET-PAID-AMOUNT      PIC 9(8)V99.
          05 NET-UPDATE-DATE      PIC 9(08).
          05 FILLER               PIC X(02).

      *> EXPORT CREDIT LEFT OVER AFTER CLEARING THE FINAL BILL, TO BE
      *> PAID TO THE CUSTOMER.
       FD NP01-NET-PAYOUT
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 NP01-NET-PAYOUT-RECORD.
          05 NPY-CUST-ID          PIC X(12).
          05 NPY-BILL-ID          PIC X(12).
          05 NPY-MTR-ID           PIC X(14).
          05 NPY-AMOUNT           PIC 9(8)V99.
          05 NPY-DATE             PIC 9(08).
          05 FILLER               PIC X(04).

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

       FD TO16-FINAL-BILL-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO16-FINAL-BILL-RPT-RECORD PIC X(132).

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

       01 RL01-RUN-LOG-RECORD.
          05 RL-PROGRAM-ID     PIC X(08).
          05 RL-START-DATE     PIC 9(08).
          05 RL-START-TIME     PIC 9(08).
          05 RL-END-DATE       PIC 9(08).
          05 RL-END-TIME       PIC 9(08).
          05 RL-READ-CTR       PIC 9(06).
          05 RL-WRITE-CTR      PIC 9(06).
          05 RL-REJECT-CTR     PIC 9(06).
          05 RL-END-STATUS     PIC X(02).
          05 FILLER            PIC X(20).

       WORKING-STORAGE SECTION.

      *> EVERY RUN LEAVES ONE RECORD ON THE SHARED RUN HISTORY FILE
      *> - PROGRAM ID, START/END STAMPS, COUNTERS AND NORMAL ('NE')
      *> OR ABNORMAL ('AB') END - WRITTEN AT TERMINATION OR FROM
      *> 9100-ABORT-RUN.
       01 WS-RUNLOG-VARIABLES.
          05 WS-LOG-STATUS         PIC X(02).
             88 LOG-IO-STATUS      VALUE '00'.
          05 WS-RUN-START-DATE     PIC 9(08) VALUE 0.
          05 WS-RUN-START-TIME     PIC 9(08) VALUE 0.
          05 WS-RUN-END-DATE       PIC 9(08) VALUE 0.
          05 WS-RUN-END-TIME       PIC 9(08) VALUE 0.
          05 WS-RUN-END-STATUS     PIC X(02) VALUE 'NE'.

       01 WS-FILE-STATUS-CODES.
          05 WS-FNR-STATUS       PIC X(02).
             88 FNR-IO-STATUS    VALUE '00'.
             88 FNR-EOF          VALUE '10'.
             88 FNR-FILE-MISSING VALUE '35'.
          05 WS-FNR-FILE-SW      PIC X(01) VALUE 'Y'.
             88 FNR-ON-FILE      VALUE 'Y'.
             88 FNR-NOT-ON-FILE  VALUE 'N'.
          05 WS-CUST-STATUS      PIC X(02).
             88 CUST-IO-STATUS   VALUE '00'.
             88 CUST-NOT-FOUND   VALUE '23'.
          05 WS-MTR-STATUS       PIC X(02).
             88 MTR-IO-STATUS    VALUE '00'.
             88 MTR-NOT-FOUND    VALUE '23'.
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-NOT-FOUND    VALUE '23'.
             88 BAL-FILE-MISSING VALUE '35'.
          05 WS-DEP-STATUS       PIC X(02).
             88 DEP-IO-STATUS    VALUE '00'.
             88 DEP-NOT-FOUND    VALUE '23'.
             88 DEP-FILE-MISSING VALUE '35'.
          05 WS-TRX-STATUS       PIC X(02).
             88 TRX-IO-STATUS    VALUE '00'.
          05 WS-CTL-STATUS       PIC X(02).
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-NOT-FOUND    VALUE '23'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.
          05 WS-NET-STATUS       PIC X(02).
             88 NET-IO-STATUS    VALUE '00'.
             88 NET-FILE-MISSING VALUE '35'.
          05 WS-NPY-STATUS       PIC X(02).
             88 NPY-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-BILLED-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-MOVE-OUT-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-CHARGES-AMT   PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-SETOFF-AMT    PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-REFUND-AMT    PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *> FINAL READINGS ROLLED UP PER CUSTOMER SO A CUSTOMER WITH
      *> SEVERAL METERS COMING OFF IN THE SAME RUN GETS ONE FINAL
      *> BILL RATED ON THE COMBINED UNITS, AS BILL003 RATES A
      *> CONSOLIDATED BILL.
       01 WS-FINAL-CUST-VARIABLES.
          05 WS-CUST-COUNT          PIC 9(04) VALUE 0.
          05 WS-CUST-NDX            PIC 9(04) VALUE 0.
          05 WS-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
             88 WS-CUST-FOUND       VALUE 'Y'.
             88 WS-CUST-NOT-FOUND   VALUE 'N'.
          05 WS-CUST-LOOKUP-ID      PIC X(12) VALUE SPACES.
       01 WS-FINAL-CUST-TABLE.
          05 WS-FINAL-ENTRY OCCURS 200 TIMES.
             10 FNL-CUST-ID         PIC X(12).
             10 FNL-METER-COUNT     PIC 9(04).
             10 FNL-TOTAL-UNITS     PIC 9(08).
             10 FNL-NET-UNITS       PIC 9(08).
             10 FNL-NET-MTR-ID      PIC X(14).
             10 FNL-SETTLED-SW      PIC X(01).
                88 FNL-SETTLED      VALUE 'Y'.

      *> A READING WHOSE CUSTOMER WAS NOT SETTLED (NOT ON THE MASTER,
      *> NO TARIFF, OR BEYOND THE TABLE ABOVE) IS HELD HERE AND
      *> WRITTEN BACK TO FINLRDG AT THE END OF THE RUN, SO IT IS
      *> BILLED BY A LATER RUN. SHOULD MORE BE HELD THAN THE TABLE
      *> TAKES, FINLRDG IS LEFT AS IT IS.
       01 WS-HELD-READ-VARIABLES.
          05 WS-HELD-COUNT          PIC 9(04) VALUE 0.
          05 WS-HELD-NDX            PIC 9(04) VALUE 0.
          05 WS-HELD-FULL-SW        PIC X(01) VALUE 'N'.
             88 WS-HELD-TABLE-FULL  VALUE 'Y'.
       01 WS-HELD-READ-TABLE.
          05 WS-HELD-READ OCCURS 500 TIMES PIC X(70).

      *> NET METERING. THE UNBILLED EXPORT OF A CLOSED NET-METERED
      *> METER AND THE UNITS STILL IN ITS BANK ARE NETTED OFF THE
      *> CUSTOMER'S FINAL IMPORT UNITS; ANY SURPLUS IS PAID OUT AT
      *> THE EXPORT RATE AS A CREDIT ON THE FINAL BILL, AND CREDIT
      *> BEYOND THE AMOUNT OWED GOES TO THE NETPAY FILE FOR PAYMENT,
      *> AS BILL003 DOES IN THE SETTLEMENT MONTH. THE RATE PARM IS
      *> FOUR DIGITS READ AS 99V99, SO '0300' MEANS RS 3.00 A UNIT.
       01 WS-NET-METER-VARIABLES.
          05 WS-NET-EXPORT-RATE     PIC 9(02)V99 VALUE 3.00.
          05 WS-NET-RATE-PARM       PIC X(04) VALUE SPACES.
          05 WS-NET-RATE-PARM-9 REDEFINES WS-NET-RATE-PARM
                                    PIC 9(02)V99.
          05 WS-NET-BANK-UNITS      PIC 9(08) VALUE 0.
          05 WS-NET-SURPLUS-UNITS   PIC 9(08) VALUE 0.
          05 WS-NET-CREDIT-AMT      PIC 9(08)V99 VALUE 0.
          05 WS-NET-APPLIED         PIC 9(08)V99 VALUE 0.
          05 WS-NET-REFUND          PIC 9(08)V99 VALUE 0.
          05 WS-NET-CREDIT-TOTAL    PIC 9(10)V99 VALUE 0.
          05 WS-NET-PAYOUT-CTR      PIC 9(04) VALUE 0.
          05 WS-NET-CLOSED-CTR      PIC 9(04) VALUE 0.

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

      *> THE FINAL BILL IS RATED FROM THE TARIFF MASTER OVER THE RUN
      *> MONTH EXACTLY AS A REGULAR CYCLE BILL WOULD BE.
       01 WS-RATING-VARIABLES.
          05 WS-CUST-CATEGORY      PIC X(01) VALUE 'D'.
          05 WS-UNITS-TO-RATE      PIC 9(08) VALUE 0.
          05 WS-SLAB-UNITS-LEFT    PIC 9(08) VALUE 0.
          05 WS-SLAB-BAND-UNITS    PIC 9(08) VALUE 0.
          05 WS-SLAB-NDX           PIC 9(02) VALUE 0.
          05 WS-ENERGY-AMT         PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-CHARGE-AMT   PIC 9(08)V99 VALUE 0.
          05 WS-MIN-CHARGE-AMT     PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-MIN-CHARGE   PIC 9(08)V99 VALUE 0.
          05 WS-DUTY-AMT           PIC 9(08)V99 VALUE 0.
          05 WS-FINAL-CHARGES-AMT  PIC 9(08)V99 VALUE 0.

      *> A CUSTOMER WITH NO METER LEFT ON THE MASTER HAS MOVED OUT:
      *> THE DEPOSIT IS SET OFF AGAINST THE FINAL BALANCE AND ANY
      *> SURPLUS REFUNDED. A CUSTOMER WHO STILL HAS A METER (A SWAP,
      *> OR ONE OF SEVERAL METERS CLOSED) IS ONLY BILLED THE UNITS.
       01 WS-SETTLEMENT-VARIABLES.
          05 WS-MOVE-OUT-SW        PIC X(01) VALUE 'N'.
             88 WS-MOVE-OUT        VALUE 'Y'.
             88 WS-STILL-CONNECTED VALUE 'N'.
          05 WS-ARREARS-AMT        PIC 9(08)V99 VALUE 0.
          05 WS-AMOUNT-OWED        PIC 9(08)V99 VALUE 0.
          05 WS-HELD-DEP-AMT       PIC 9(08)V99 VALUE 0.
          05 WS-SETOFF-AMT         PIC 9(08)V99 VALUE 0.
          05 WS-REFUND-AMT         PIC 9(08)V99 VALUE 0.
          05 WS-BALANCE-DUE-AMT    PIC 9(08)V99 VALUE 0.
          05 WS-FINAL-STATUS       PIC X(20) VALUE SPACES.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2560-WRITE-LEDGER-ENTRY.
       01 WS-LEDGER-VARIABLES.
          05 WS-LED-CUST-ID        PIC X(12) VALUE SPACES.
          05 WS-LED-ENTRY-TYPE     PIC X(02) VALUE SPACES.
          05 WS-LED-DR-CR          PIC X(01) VALUE SPACES.
          05 WS-LED-AMOUNT         PIC 9(08)V99 VALUE 0.
          05 WS-LED-BALANCE        PIC 9(08)V99 VALUE 0.
          05 WS-LED-REFERENCE      PIC X(12) VALUE SPACES.
          05 WS-LEDGER-CTR         PIC 9(06) VALUE 0.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'FINAL BILL AND DEPOSIT SET-OFF REPORT'.
          05 FILLER               PIC X(64) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'CUST ID'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'UNITS'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'CHARGES(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'ARREARS(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'DEPOSIT(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'SET-OFF(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'REFUND(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'BAL DUE(Rs)'.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'STATUS'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-UNITS         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CHARGES       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-ARREARS       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-DEPOSIT       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-SETOFF        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-REFUND        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-BAL-DUE       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-FINAL-STATUS  PIC X(20).

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'FINAL BILLS:'.
          05 WS-RPT-BILLED-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'CHARGES:'.
          05 WS-RPT-TOTAL-CHARGES PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'SET OFF:'.
          05 WS-RPT-TOTAL-SETOFF  PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REFUNDS:'.
          05 WS-RPT-TOTAL-REFUND  PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL018 EXECUTION BEGINS HERE ..........'
           DISPLAY '  FINAL BILL AND DEPOSIT SET-OFF        '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHECK-BILLING-INTERLOCK.

           ACCEPT WS-NET-RATE-PARM FROM ENVIRONMENT
                  'NET-EXPORT-RATE'.
           IF WS-NET-RATE-PARM NOT = SPACES
              AND WS-NET-RATE-PARM(1:4) IS NUMERIC
              MOVE WS-NET-RATE-PARM-9 TO WS-NET-EXPORT-RATE
           END-IF.

           DISPLAY 'NET METER EXPORT RATE ' WS-NET-EXPORT-RATE.

           OPEN INPUT FR01-FINAL-READ.
           IF FNR-FILE-MISSING
              DISPLAY 'NO FINAL READINGS ON FILE - NOTHING TO BILL'
              SET FNR-NOT-ON-FILE TO TRUE
              SET FNR-EOF TO TRUE
           ELSE
              IF NOT FNR-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING FINAL READING FILE        '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-FNR-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CUST-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT MI01-METER-KSDS.
           IF NOT MTR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING METER MASTER KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-MTR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O BA01-BALANCE-KSDS.
           IF BAL-FILE-MISSING
              OPEN OUTPUT BA01-BALANCE-KSDS
              CLOSE      BA01-BALANCE-KSDS
              OPEN I-O   BA01-BALANCE-KSDS
           END-IF.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER BALANCE KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT DP01-DEPOSIT-KSDS.
           IF DEP-FILE-MISSING
              DISPLAY 'NO DEPOSIT LEDGER ON FILE - NO DEPOSITS '
                      'TO SET OFF'
           ELSE
              IF NOT DEP-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING DEPOSIT LEDGER KSDS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-DEP-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN EXTEND DT01-DEPOSIT-TRANS.
           IF WS-TRX-STATUS = '05' OR '35'
              OPEN OUTPUT DT01-DEPOSIT-TRANS
           END-IF.
           IF NOT TRX-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DEPOSIT TRANSACTION FILE  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TRX-STATUS
              DISPLAY '----------------------------------------'
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

           OPEN I-O NM01-NET-BANK-KSDS.
           IF NET-FILE-MISSING
              OPEN OUTPUT NM01-NET-BANK-KSDS
              CLOSE      NM01-NET-BANK-KSDS
              OPEN I-O   NM01-NET-BANK-KSDS
           END-IF.
           IF NOT NET-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING NET METER BANK KSDS       '
              DISPLAY 'FILE  STATUS ', ' ',    WS-NET-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND NP01-NET-PAYOUT.
           IF WS-NPY-STATUS = '05' OR '35'
              OPEN OUTPUT NP01-NET-PAYOUT
           END-IF.
           IF NOT NPY-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING NET CREDIT PAYOUT FILE    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-NPY-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO16-FINAL-BILL-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING FINAL BILL REPORT         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           PERFORM 1500-LOAD-TARIFF-TABLE.

           DISPLAY '----------------------------------------'
           DISPLAY 'FINAL READING FILE     OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'
           DISPLAY 'METER MASTER KSDS      OPENED ............'
           DISPLAY 'CUSTOMER BALANCE KSDS  OPENED ............'
           DISPLAY 'DEPOSIT TRANSACTIONS   OPENED ............'
           DISPLAY 'CUSTOMER LEDGER FILE   OPENED ............'
           DISPLAY 'NET METER BANK KSDS    OPENED ............'
           DISPLAY 'NET CREDIT PAYOUT FILE OPENED ............'
           DISPLAY 'FINAL BILL REPORT      OPENED ............'
           DISPLAY '----------------------------------------'.

      *> NOTHING TOUCHES CUSTBAL WHILE A BILL003 RUN IS IN FLIGHT
      *> OR HAS FAILED MID-WAY - AN ACTIVE CHKPT RECORD ON THE
      *> SHARED CONTROL KSDS MARKS EXACTLY THAT STATE, SO THE
      *> FINAL BILL RUN REFUSES TO START UNTIL BILL003 COMPLETES.
       1100-CHECK-BILLING-INTERLOCK SECTION.

           OPEN INPUT CO01-CONTROL-KSDS.
           IF CTL-FILE-MISSING
              CONTINUE
           ELSE
              IF NOT CTL-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING BILL CONTROL KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              MOVE 'CHKPT' TO CTL-KEY
              READ CO01-CONTROL-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CTL-CKPT-READ-CTR > 0
                         OR CTL-CKPT-CUST-ID NOT = SPACES
                         DISPLAY '--------------------------------'
                         DISPLAY 'BILLING RUN ACTIVE OR FAILED    '
                         DISPLAY 'MID-WAY - FINAL BILL RUN        '
                         DISPLAY 'REFUSED UNTIL BILL003 COMPLETES '
                         DISPLAY '--------------------------------'
                         CLOSE CO01-CONTROL-KSDS
                         PERFORM 9100-ABORT-RUN
                      END-IF
              END-READ
              CLOSE CO01-CONTROL-KSDS
           END-IF.

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

       2000-PROCESS     SECTION.

           PERFORM 2100-READ-FINAL-READING UNTIL FNR-EOF.

           PERFORM 2300-SETTLE-ONE-CUSTOMER
               VARYING WS-CUST-NDX FROM 1 BY 1
               UNTIL WS-CUST-NDX > WS-CUST-COUNT.

           IF FNR-ON-FILE
              PERFORM 2900-SORT-OUT-FINAL-READINGS
           END-IF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-FINAL-READING SECTION.

           READ FR01-FINAL-READ
                AT END  SET FNR-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE FINAL READINGS -----------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-ACCUMULATE-FINAL-READING
           END-READ.

       2200-ACCUMULATE-FINAL-READING SECTION.

           MOVE FNR-CUST-ID TO WS-CUST-LOOKUP-ID.
           PERFORM 2250-FIND-CUST-ENTRY.

           IF WS-CUST-NOT-FOUND
              IF WS-CUST-COUNT < 200
                 ADD 1 TO WS-CUST-COUNT
                 MOVE WS-CUST-COUNT TO WS-CUST-NDX
                 MOVE FNR-CUST-ID   TO FNL-CUST-ID(WS-CUST-NDX)
                 MOVE ZEROS         TO FNL-METER-COUNT(WS-CUST-NDX)
                 MOVE ZEROS         TO FNL-TOTAL-UNITS(WS-CUST-NDX)
                 MOVE ZEROS         TO FNL-NET-UNITS(WS-CUST-NDX)
                 MOVE SPACES        TO FNL-NET-MTR-ID(WS-CUST-NDX)
                 MOVE 'N'           TO FNL-SETTLED-SW(WS-CUST-NDX)
                 SET WS-CUST-FOUND  TO TRUE
              ELSE
                 DISPLAY 'WARNING: FINAL BILL TABLE FULL (200) - '
                         'METER ' FNR-MTR-ID ' NOT BILLED'
                 ADD 1 TO WS-REJECT-CTR
              END-IF
           END-IF.

           IF WS-CUST-FOUND
              ADD 1               TO FNL-METER-COUNT(WS-CUST-NDX)
              ADD FNR-FINAL-UNITS TO FNL-TOTAL-UNITS(WS-CUST-NDX)
              IF FNR-NET-METERED
                 PERFORM 2210-ADD-NET-CREDIT-UNITS
              END-IF
           END-IF.

      *> THE METER'S UNBILLED EXPORT AND WHATEVER IS LEFT IN ITS BANK
      *> SINCE ITS LAST CYCLE BILL. THE BANK RECORD IS DELETED ONLY
      *> ONCE THE CUSTOMER HAS BEEN SETTLED (2900). THE METER IS KEPT
      *> FOR THE PAYOUT RECORD - THE LAST ONE WHERE THE CUSTOMER
      *> CLOSED MORE THAN ONE NET METER.
       2210-ADD-NET-CREDIT-UNITS SECTION.

           MOVE FNR-MTR-ID TO NET-MTR-ID.
           READ NM01-NET-BANK-KSDS
                INVALID KEY
                   MOVE ZEROS          TO WS-NET-BANK-UNITS
                NOT INVALID KEY
                   MOVE NET-BANK-UNITS TO WS-NET-BANK-UNITS
           END-READ.

           ADD FNR-FINAL-EXP-UNITS WS-NET-BANK-UNITS
               TO FNL-NET-UNITS(WS-CUST-NDX).
           MOVE FNR-MTR-ID TO FNL-NET-MTR-ID(WS-CUST-NDX).

       2250-FIND-CUST-ENTRY SECTION.

           SET WS-CUST-NOT-FOUND TO TRUE.
           MOVE ZEROS            TO WS-CUST-NDX.

           PERFORM 2260-COMPARE-CUST-ENTRY
               VARYING WS-CUST-NDX FROM 1 BY 1
               UNTIL WS-CUST-NDX > WS-CUST-COUNT
                  OR WS-CUST-FOUND.

           IF WS-CUST-FOUND
              SUBTRACT 1 FROM WS-CUST-NDX
           END-IF.

       2260-COMPARE-CUST-ENTRY SECTION.

           IF FNL-CUST-ID(WS-CUST-NDX) = WS-CUST-LOOKUP-ID
              SET WS-CUST-FOUND TO TRUE
           END-IF.

       2300-SETTLE-ONE-CUSTOMER SECTION.

           MOVE ZEROS TO WS-ENERGY-AMT
                         WS-FIXED-MIN-CHARGE
                         WS-DUTY-AMT
                         WS-FINAL-CHARGES-AMT
                         WS-ARREARS-AMT
                         WS-AMOUNT-OWED
                         WS-HELD-DEP-AMT
                         WS-SETOFF-AMT
                         WS-REFUND-AMT
                         WS-BALANCE-DUE-AMT.

           MOVE ZEROS TO WS-NET-SURPLUS-UNITS
                         WS-NET-CREDIT-AMT
                         WS-NET-APPLIED
                         WS-NET-REFUND.

           MOVE FNL-CUST-ID(WS-CUST-NDX)     TO CUST-KEY.
           MOVE FNL-TOTAL-UNITS(WS-CUST-NDX) TO WS-UNITS-TO-RATE.
           IF FNL-NET-UNITS(WS-CUST-NDX) > 0
              PERFORM 2350-NET-EXPORT-UNITS
           END-IF.

           READ MI01-CUSTOMER-KSDS
                INVALID KEY
                   MOVE 'CUSTOMER NOT FOUND' TO WS-FINAL-STATUS
                   ADD 1 TO WS-REJECT-CTR
                NOT INVALID KEY
                   PERFORM 2400-CHECK-MOVE-OUT
                   PERFORM 2450-RATE-FINAL-BILL
                   IF WS-TAR-PART-COUNT = 0
                      MOVE 'NO TARIFF IN FORCE' TO WS-FINAL-STATUS
                      ADD 1 TO WS-REJECT-CTR
                   ELSE
                      PERFORM 2500-POST-FINAL-CHARGES
                      IF WS-NET-CREDIT-AMT > 0
                         PERFORM 2520-APPLY-EXPORT-CREDIT
                      END-IF
                      IF WS-MOVE-OUT
                         PERFORM 2600-SET-OFF-DEPOSIT
                      END-IF
                      ADD 1                    TO WS-BILLED-CTR
                      ADD WS-FINAL-CHARGES-AMT TO WS-TOTAL-CHARGES-AMT
                      MOVE 'Y' TO FNL-SETTLED-SW(WS-CUST-NDX)
                   END-IF
           END-READ.

           PERFORM 2700-WRITE-REPORT-LINE.

      *> THE EXPORT AND BANK UNITS ARE NETTED OFF THE IMPORT BEFORE
      *> RATING. A SURPLUS LEAVES NOTHING TO RATE BUT THE CATEGORY
      *> CHARGES, AND IS PRICED AT THE EXPORT RATE FOR 2520.
       2350-NET-EXPORT-UNITS SECTION.

           IF WS-UNITS-TO-RATE > FNL-NET-UNITS(WS-CUST-NDX)
              SUBTRACT FNL-NET-UNITS(WS-CUST-NDX)
                  FROM WS-UNITS-TO-RATE
           ELSE
              COMPUTE WS-NET-SURPLUS-UNITS =
                      FNL-NET-UNITS(WS-CUST-NDX) - WS-UNITS-TO-RATE
              MOVE ZEROS TO WS-UNITS-TO-RATE
              COMPUTE WS-NET-CREDIT-AMT ROUNDED =
                      WS-NET-SURPLUS-UNITS * WS-NET-EXPORT-RATE
           END-IF.

       2400-CHECK-MOVE-OUT SECTION.

           MOVE CUST-KEY TO MTR-CUST-ID.
           READ MI01-METER-KSDS KEY IS MTR-CUST-ID
                INVALID KEY
                   SET WS-MOVE-OUT        TO TRUE
                   ADD 1                  TO WS-MOVE-OUT-CTR
                NOT INVALID KEY
                   SET WS-STILL-CONNECTED TO TRUE
           END-READ.

      *> THE UNBILLED UNITS ARE RATED ON THE CUSTOMER'S OWN TARIFF.
      *> ON A MOVE-OUT THE CLOSING CYCLE ALSO CARRIES THE CATEGORY
      *> FIXED/MINIMUM CHARGE; A CUSTOMER STILL CONNECTED PAYS THAT
      *> ON THEIR NEXT REGULAR BILL, SO IT IS NOT CHARGED TWICE.
      *> NO LATE SURCHARGE IS RAISED ON A FINAL BILL.
       2450-RATE-FINAL-BILL SECTION.

           MOVE CUST-CATEGORY TO WS-CUST-CATEGORY.
           IF WS-CUST-CATEGORY NOT = 'C'
              AND WS-CUST-CATEGORY NOT = 'I'
              MOVE 'D' TO WS-CUST-CATEGORY
           END-IF.

           MOVE WS-CUST-CATEGORY TO WS-TAR-CATEGORY.
           IF CUST-AREA-CODE(1:1) = 'R'
              MOVE 'R' TO WS-TAR-ZONE
           ELSE
              MOVE 'U' TO WS-TAR-ZONE
           END-IF.

           MOVE WS-DATE          TO WS-TAR-PERIOD-START.
           MOVE WS-UNITS-TO-RATE TO WS-TAR-UNITS.

           PERFORM 2410-BUILD-TARIFF-PERIOD.

           MOVE ZEROS TO WS-ENERGY-AMT
                         WS-FIXED-CHARGE-AMT
                         WS-MIN-CHARGE-AMT
                         WS-DUTY-AMT.

           PERFORM 2420-RATE-TARIFF-PART
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

           MOVE ZEROS TO WS-FIXED-MIN-CHARGE.
           IF WS-MOVE-OUT
              MOVE WS-FIXED-CHARGE-AMT TO WS-FIXED-MIN-CHARGE
              IF WS-ENERGY-AMT + WS-FIXED-MIN-CHARGE < WS-MIN-CHARGE-AMT
                 COMPUTE WS-FIXED-MIN-CHARGE =
                         WS-MIN-CHARGE-AMT - WS-ENERGY-AMT
              END-IF
           END-IF.

           COMPUTE WS-FINAL-CHARGES-AMT =
                   WS-ENERGY-AMT + WS-FIXED-MIN-CHARGE + WS-DUTY-AMT.

       2460-RATE-ONE-SLAB SECTION.

           IF WS-SLAB-NDX = 1
              COMPUTE WS-SLAB-BAND-UNITS =
                      WS-SLAB-UPTO(WS-SLAB-NDX)
           ELSE
              COMPUTE WS-SLAB-BAND-UNITS =
                      WS-SLAB-UPTO(WS-SLAB-NDX) -
                      WS-SLAB-UPTO(WS-SLAB-NDX - 1)
           END-IF.

           IF WS-SLAB-UNITS-LEFT < WS-SLAB-BAND-UNITS
              MOVE WS-SLAB-UNITS-LEFT TO WS-SLAB-BAND-UNITS
           END-IF.

           COMPUTE WS-ENERGY-AMT = WS-ENERGY-AMT +
                   (WS-SLAB-BAND-UNITS * WS-SLAB-RATE(WS-SLAB-NDX)).

           COMPUTE WS-SLAB-UNITS-LEFT =
                   WS-SLAB-UNITS-LEFT - WS-SLAB-BAND-UNITS.

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

       2420-RATE-TARIFF-PART SECTION.

           PERFORM 2430-SET-PART-SLABS.

           MOVE WS-ENERGY-AMT TO WS-TAR-PART-START-AMT.
           MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-SLAB-UNITS-LEFT.

           PERFORM 2460-RATE-ONE-SLAB
               VARYING WS-SLAB-NDX FROM 1 BY 1
               UNTIL WS-SLAB-NDX > 3
                  OR WS-SLAB-UNITS-LEFT = 0.

           COMPUTE WS-TAR-PART-ENERGY =
                   WS-ENERGY-AMT - WS-TAR-PART-START-AMT.

           COMPUTE WS-FIXED-CHARGE-AMT ROUNDED =
                   WS-FIXED-CHARGE-AMT + TRF-FIXED-CHARGE(WS-TAR-NDX)
                   * TRP-DAYS(WS-TAR-PART-NDX) / WS-TAR-MONTH-DAYS.
           COMPUTE WS-MIN-CHARGE-AMT ROUNDED =
                   WS-MIN-CHARGE-AMT + TRF-MIN-CHARGE(WS-TAR-NDX)
                   * TRP-DAYS(WS-TAR-PART-NDX) / WS-TAR-MONTH-DAYS.
           COMPUTE WS-DUTY-AMT ROUNDED =
                   WS-DUTY-AMT + WS-TAR-PART-ENERGY
                   * TRF-DUTY-PCT(WS-TAR-NDX) / 100.

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

      *> THE FINAL CHARGES ARE ADDED TO WHATEVER THE CUSTOMER ALREADY
      *> OWES ON CUSTBAL (THE ARREARS). THE AGE IS LEFT AS IT IS -
      *> THE ARREARS ARE NO YOUNGER FOR HAVING A FINAL BILL ADDED.
       2500-POST-FINAL-CHARGES SECTION.

           MOVE CUST-KEY TO BAL-CUST-ID.
           READ BA01-BALANCE-KSDS
                INVALID KEY
                   MOVE ZEROS      TO WS-ARREARS-AMT
                   MOVE CUST-KEY   TO BAL-CUST-ID
                   MOVE ZEROS      TO BAL-AMOUNT
                   MOVE ZEROS      TO BAL-AGE-CYCLES
                NOT INVALID KEY
                   MOVE BAL-AMOUNT TO WS-ARREARS-AMT
           END-READ.

           COMPUTE WS-AMOUNT-OWED =
                   WS-ARREARS-AMT + WS-FINAL-CHARGES-AMT.
           MOVE WS-AMOUNT-OWED TO WS-BALANCE-DUE-AMT.
           MOVE WS-AMOUNT-OWED TO BAL-AMOUNT.

           IF WS-MOVE-OUT
              MOVE 'MOVE-OUT BILLED'  TO WS-FINAL-STATUS
           ELSE
              MOVE 'OLD METER BILLED' TO WS-FINAL-STATUS
           END-IF.

           PERFORM 2550-REWRITE-BALANCE.

           MOVE CUST-KEY             TO WS-LED-CUST-ID.
           MOVE 'FB'                 TO WS-LED-ENTRY-TYPE.
           MOVE 'D'                  TO WS-LED-DR-CR.
           MOVE WS-FINAL-CHARGES-AMT TO WS-LED-AMOUNT.
           MOVE WS-AMOUNT-OWED       TO WS-LED-BALANCE.
           MOVE 'FINAL BILL'         TO WS-LED-REFERENCE.
           PERFORM 2560-WRITE-LEDGER-ENTRY.

      *> THE EXPORT CREDIT IS SET AGAINST THE AMOUNT OWED BEFORE ANY
      *> DEPOSIT IS TOUCHED. CREDIT BEYOND IT IS NOT LEFT ON CUSTBAL,
      *> WHICH CARRIES NO CREDIT BALANCE, BUT PASSED ON FOR PAYMENT.
       2520-APPLY-EXPORT-CREDIT SECTION.

           IF WS-NET-CREDIT-AMT > WS-AMOUNT-OWED
              MOVE WS-AMOUNT-OWED TO WS-NET-APPLIED
              COMPUTE WS-NET-REFUND =
                      WS-NET-CREDIT-AMT - WS-AMOUNT-OWED
           ELSE
              MOVE WS-NET-CREDIT-AMT TO WS-NET-APPLIED
              MOVE ZEROS             TO WS-NET-REFUND
           END-IF.

           SUBTRACT WS-NET-APPLIED FROM WS-AMOUNT-OWED.
           MOVE WS-AMOUNT-OWED TO WS-BALANCE-DUE-AMT.
           MOVE WS-AMOUNT-OWED TO BAL-AMOUNT.
           IF WS-AMOUNT-OWED = 0
              MOVE ZEROS TO BAL-AGE-CYCLES
           END-IF.

           PERFORM 2550-REWRITE-BALANCE.

           MOVE CUST-KEY          TO WS-LED-CUST-ID.
           MOVE 'EC'              TO WS-LED-ENTRY-TYPE.
           MOVE 'C'               TO WS-LED-DR-CR.
           MOVE WS-NET-APPLIED    TO WS-LED-AMOUNT.
           MOVE WS-AMOUNT-OWED    TO WS-LED-BALANCE.
           MOVE 'FINAL BILL'      TO WS-LED-REFERENCE.
           PERFORM 2560-WRITE-LEDGER-ENTRY.

           IF WS-NET-REFUND > 0
              PERFORM 2530-WRITE-NET-PAYOUT
           END-IF.

           ADD WS-NET-CREDIT-AMT TO WS-NET-CREDIT-TOTAL.

       2530-WRITE-NET-PAYOUT SECTION.

           INITIALIZE NP01-NET-PAYOUT-RECORD.
           MOVE CUST-KEY                    TO NPY-CUST-ID.
           MOVE 'FINAL BILL'                TO NPY-BILL-ID.
           MOVE FNL-NET-MTR-ID(WS-CUST-NDX) TO NPY-MTR-ID.
           MOVE WS-NET-REFUND               TO NPY-AMOUNT.
           MOVE WS-DATE                     TO NPY-DATE.

           WRITE NP01-NET-PAYOUT-RECORD.
           ADD 1 TO WS-NET-PAYOUT-CTR.

       2550-REWRITE-BALANCE SECTION.

           REWRITE BA01-BALANCE-RECORD
               INVALID KEY
                  WRITE BA01-BALANCE-RECORD
                      INVALID KEY
                         DISPLAY 'BALANCE WRITE FAILED FOR CUST '
                                 BAL-CUST-ID
                  END-WRITE
           END-REWRITE.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2560-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL018 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

      *> THE DEPOSIT IS APPLIED AGAINST THE FULL AMOUNT OWED. WHERE
      *> IT COVERS THE BALANCE THE ACCOUNT IS CLEARED AND THE SURPLUS
      *> REFUNDED; WHERE IT DOES NOT, ALL OF IT IS SET OFF AND THE
      *> REMAINDER STAYS ON CUSTBAL FOR COLLECTION. THE MOVEMENTS
      *> ARE PASSED TO BILL012 AS 'S' (SET-OFF) AND 'R' (REFUND)
      *> TRANSACTIONS SO THE DEPOSIT LEDGER IS ONLY EVER UPDATED
      *> THERE.
       2600-SET-OFF-DEPOSIT SECTION.

           IF NOT DEP-FILE-MISSING
              MOVE CUST-KEY TO DEP-CUST-ID
              READ DP01-DEPOSIT-KSDS
                   INVALID KEY
                      MOVE ZEROS      TO WS-HELD-DEP-AMT
                   NOT INVALID KEY
                      MOVE DEP-AMOUNT TO WS-HELD-DEP-AMT
              END-READ
           END-IF.

           IF WS-HELD-DEP-AMT = 0
              MOVE 'MOVE-OUT - NO DEPOSIT' TO WS-FINAL-STATUS
           ELSE
              IF WS-HELD-DEP-AMT >= WS-AMOUNT-OWED
                 MOVE WS-AMOUNT-OWED TO WS-SETOFF-AMT
                 COMPUTE WS-REFUND-AMT =
                         WS-HELD-DEP-AMT - WS-AMOUNT-OWED
                 MOVE ZEROS          TO WS-BALANCE-DUE-AMT
                 MOVE ZEROS          TO BAL-AGE-CYCLES
                 MOVE 'SETTLED IN FULL'      TO WS-FINAL-STATUS
              ELSE
                 MOVE WS-HELD-DEP-AMT TO WS-SETOFF-AMT
                 MOVE ZEROS           TO WS-REFUND-AMT
                 COMPUTE WS-BALANCE-DUE-AMT =
                         WS-AMOUNT-OWED - WS-HELD-DEP-AMT
                 MOVE 'BALANCE STILL DUE'    TO WS-FINAL-STATUS
              END-IF
              MOVE WS-BALANCE-DUE-AMT TO BAL-AMOUNT
              PERFORM 2550-REWRITE-BALANCE
              MOVE CUST-KEY           TO WS-LED-CUST-ID
              MOVE 'DS'               TO WS-LED-ENTRY-TYPE
              MOVE 'C'                TO WS-LED-DR-CR
              MOVE WS-SETOFF-AMT      TO WS-LED-AMOUNT
              MOVE WS-BALANCE-DUE-AMT TO WS-LED-BALANCE
              MOVE 'DEPOSIT'          TO WS-LED-REFERENCE
              PERFORM 2560-WRITE-LEDGER-ENTRY
              PERFORM 2650-WRITE-DEPOSIT-TRANS
           END-IF.

       2650-WRITE-DEPOSIT-TRANS SECTION.

           IF WS-SETOFF-AMT > 0
              INITIALIZE DT01-DEPOSIT-TRANS-RECORD
              SET DPX-ACTION-SETOFF TO TRUE
              MOVE CUST-KEY         TO DPX-CUST-ID
              MOVE WS-SETOFF-AMT    TO DPX-AMOUNT
              MOVE WS-DATE          TO DPX-DATE
              WRITE DT01-DEPOSIT-TRANS-RECORD
              ADD WS-SETOFF-AMT     TO WS-TOTAL-SETOFF-AMT
           END-IF.

           IF WS-REFUND-AMT > 0
              INITIALIZE DT01-DEPOSIT-TRANS-RECORD
              SET DPX-ACTION-REFUND TO TRUE
              MOVE CUST-KEY         TO DPX-CUST-ID
              MOVE WS-REFUND-AMT    TO DPX-AMOUNT
              MOVE WS-DATE          TO DPX-DATE
              WRITE DT01-DEPOSIT-TRANS-RECORD
              ADD WS-REFUND-AMT     TO WS-TOTAL-REFUND-AMT
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE FNL-CUST-ID(WS-CUST-NDX) TO WS-RPT-CUST-ID.
           MOVE WS-UNITS-TO-RATE         TO WS-RPT-UNITS.
           MOVE WS-FINAL-CHARGES-AMT     TO WS-RPT-CHARGES.
           MOVE WS-ARREARS-AMT           TO WS-RPT-ARREARS.
           MOVE WS-HELD-DEP-AMT          TO WS-RPT-DEPOSIT.
           MOVE WS-SETOFF-AMT            TO WS-RPT-SETOFF.
           MOVE WS-REFUND-AMT            TO WS-RPT-REFUND.
           MOVE WS-BALANCE-DUE-AMT       TO WS-RPT-BAL-DUE.
           MOVE WS-FINAL-STATUS          TO WS-RPT-FINAL-STATUS.

           WRITE TO16-FINAL-BILL-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO16-FINAL-BILL-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO16-FINAL-BILL-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-BILLED-CTR          TO WS-RPT-BILLED-CTR.
           MOVE WS-TOTAL-CHARGES-AMT   TO WS-RPT-TOTAL-CHARGES.
           MOVE WS-TOTAL-SETOFF-AMT    TO WS-RPT-TOTAL-SETOFF.
           MOVE WS-TOTAL-REFUND-AMT    TO WS-RPT-TOTAL-REFUND.
           WRITE TO16-FINAL-BILL-RPT-RECORD FROM WS-REPORT-TOTAL.

      *> A SECOND PASS OF FINLRDG ONCE EVERY CUSTOMER HAS BEEN TRIED.
      *> A READING OF A SETTLED CUSTOMER IS DONE WITH - FOR A NET
      *> METER THE BANK IS NOW PAID OFF AND ITS RECORD DELETED. ANY
      *> OTHER READING IS HELD FOR WRITING BACK BY 9000-TERMINATE.
       2900-SORT-OUT-FINAL-READINGS SECTION.

           CLOSE FR01-FINAL-READ.
           OPEN INPUT FR01-FINAL-READ.
           IF NOT FNR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR REOPENING FINAL READING FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-FNR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           PERFORM 2910-REREAD-FINAL-READING UNTIL FNR-EOF.

       2910-REREAD-FINAL-READING SECTION.

           READ FR01-FINAL-READ
                AT END
                   SET FNR-EOF TO TRUE
                NOT AT END
                   PERFORM 2920-CHECK-READING-SETTLED
           END-READ.

       2920-CHECK-READING-SETTLED SECTION.

           MOVE FNR-CUST-ID TO WS-CUST-LOOKUP-ID.
           PERFORM 2250-FIND-CUST-ENTRY.

           IF WS-CUST-FOUND
              IF FNL-SETTLED(WS-CUST-NDX)
                 IF FNR-NET-METERED
                    PERFORM 2930-DELETE-NET-BANK
                 END-IF
              ELSE
                 PERFORM 2940-HOLD-FINAL-READING
              END-IF
           ELSE
              PERFORM 2940-HOLD-FINAL-READING
           END-IF.

       2930-DELETE-NET-BANK SECTION.

           MOVE FNR-MTR-ID TO NET-MTR-ID.
           DELETE NM01-NET-BANK-KSDS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WS-NET-CLOSED-CTR
           END-DELETE.

       2940-HOLD-FINAL-READING SECTION.

           IF WS-HELD-COUNT < 500
              ADD 1 TO WS-HELD-COUNT
              MOVE FR01-FINAL-READ-RECORD
                TO WS-HELD-READ(WS-HELD-COUNT)
           ELSE
              SET WS-HELD-TABLE-FULL TO TRUE
           END-IF.

       8000-OPEN-RUN-LOG SECTION.

           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.

           OPEN EXTEND RL01-RUN-LOG.
           IF WS-LOG-STATUS = '05' OR '35'
              OPEN OUTPUT RL01-RUN-LOG
           END-IF.
           IF NOT LOG-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RUN HISTORY FILE          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-LOG-STATUS
              DISPLAY '----------------------------------------'
              STOP RUN
           END-IF.

      *> THE FINAL READING FILE IS REWRITTEN WITH ONLY THE READINGS
      *> HELD BY 2900, SO A RERUN CANNOT BILL THE SAME CLOSED METERS
      *> A SECOND TIME BUT STILL PICKS UP THOSE NOT YET SETTLED.
       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' FINAL READINGS READ      ',  WS-READ-CTR
           DISPLAY ' FINAL BILLS RAISED       ',  WS-BILLED-CTR
           DISPLAY ' MOVE-OUTS SETTLED        ',  WS-MOVE-OUT-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY ' NET EXPORT CREDIT        ',  WS-NET-CREDIT-TOTAL
           DISPLAY ' NET CREDIT PAYOUTS       ',  WS-NET-PAYOUT-CTR
           DISPLAY ' NET BANKS CLOSED         ',  WS-NET-CLOSED-CTR
           DISPLAY ' READINGS HELD OVER       ',  WS-HELD-COUNT
           DISPLAY '----------------------------------------'

           IF FNR-ON-FILE
              PERFORM 9010-REWRITE-FINAL-READINGS
           END-IF.

           CLOSE  MI01-CUSTOMER-KSDS,
                  MI01-METER-KSDS,
                  BA01-BALANCE-KSDS,
                  DT01-DEPOSIT-TRANS,
                  LG01-CUST-LEDGER,
                  NM01-NET-BANK-KSDS,
                  NP01-NET-PAYOUT,
                  TO16-FINAL-BILL-RPT.

           IF NOT DEP-FILE-MISSING
              CLOSE DP01-DEPOSIT-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'FINAL READING FILE     IS CLOSED  '
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED  '
           DISPLAY 'METER MASTER KSDS      IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'DEPOSIT TRANSACTIONS   IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE   IS CLOSED  '
           DISPLAY 'NET METER BANK KSDS    IS CLOSED  '
           DISPLAY 'NET CREDIT PAYOUT FILE IS CLOSED  '
           DISPLAY 'FINAL BILL REPORT      IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9010-REWRITE-FINAL-READINGS SECTION.

           CLOSE FR01-FINAL-READ.

           IF WS-HELD-TABLE-FULL
              DISPLAY '----------------------------------------'
              DISPLAY 'MORE THAN 500 FINAL READINGS UNSETTLED  '
              DISPLAY 'FINAL READING FILE LEFT AS IT IS - THE  '
              DISPLAY 'SETTLED READINGS MUST BE REMOVED BEFORE '
              DISPLAY 'THE NEXT RUN                            '
              DISPLAY '----------------------------------------'
           ELSE
              OPEN OUTPUT FR01-FINAL-READ
              PERFORM 9020-WRITE-HELD-READING
                  VARYING WS-HELD-NDX FROM 1 BY 1
                  UNTIL WS-HELD-NDX > WS-HELD-COUNT
              CLOSE FR01-FINAL-READ
              DISPLAY 'FINAL READING FILE REWRITTEN WITH '
                      WS-HELD-COUNT ' UNSETTLED READINGS'
           END-IF.

       9020-WRITE-HELD-READING SECTION.

           MOVE WS-HELD-READ(WS-HELD-NDX) TO FR01-FINAL-READ-RECORD.
           WRITE FR01-FINAL-READ-RECORD.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL018 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-BILLED-CTR     TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
