       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL019.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AT01-ADJ-TRANS   ASSIGN TO ADJTRANS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ADX-STATUS.

           SELECT MO01-BILL-KSDS   ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

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

           SELECT CO01-CONTROL-KSDS ASSIGN TO BILLCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT AF01-ADJ-FEED    ASSIGN TO ADJFEED
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ADJ-STATUS.

           SELECT TO17-ADJUSTMENT-RPT ASSIGN TO ADJRPT
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

      *> ONE RECORD PER BILL TO BE CANCELLED AND RE-BILLED, KEYED
      *> IN BY THE BILLING SUPERVISOR. A READING CORRECTION CARRIES
      *> BOTH READINGS OF THE BILLED CYCLE; A CATEGORY CORRECTION
      *> CARRIES THE RIGHT CATEGORY. BLANK MEANS NOT CORRECTED.
       FD AT01-ADJ-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 AT01-ADJ-TRANS-RECORD.
          05 ADX-BILL-ID         PIC X(12).
          05 ADX-REASON-CODE     PIC X(02).
             88 ADX-REASON-READING  VALUE 'RD'.
             88 ADX-REASON-CATEGORY VALUE 'CT'.
             88 ADX-REASON-OTHER    VALUE 'OT'.
          05 ADX-CORR-PREV-READ  PIC 9(06).
          05 ADX-CORR-CURR-READ  PIC 9(06).
          05 ADX-CORR-CATEGORY   PIC X(01).
          05 ADX-AUTH-ID         PIC X(04).
          05 FILLER              PIC X(09).

       FD MO01-BILL-KSDS
           RECORD CONTAINS         250 CHARACTERS.

       01 MO01-BILL-RECORD.
          05 BILL-ID          PIC X(12).
          05 BILL-CUST-ID     PIC X(12).
          05 BILL-MTR-ID      PIC X(14).
          05 BILL-FIRST-NAME  PIC X(10).
          05 BILL-LAST-NAME   PIC X(10).
          05 BILL-AREA-CODE   PIC X(6).
          05 BILL-ADDRESS     PIC X(29).
          05 BILL-CITY        PIC X(10).
          05 BILL-CUST-UNITS  PIC X(5).
          05 BILL-UNITS       PIC 9(6).
          05 BILL-AMOUNT      PIC 9(8)V99.
          05 BILL-DUTY-AMOUNT PIC 9(8)V99.
          05 BILL-PREV-BALANCE PIC 9(8)V99.
          05 BILL-NET-DUE      PIC 9(8)V99.
          05 BILL-EST-FLAG     PIC X(01).
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

      *> ADJUSTMENT FEED FOR THE BILLFEED AND ZONEFEED CONSUMERS AND
      *> FOR BILL015. EVERY ADJUSTMENT WRITES A PAIR: A 'CAN' RECORD
      *> REVERSING THE ORIGINAL BILL AS IT WAS FED, AND A 'REB'
      *> RECORD CARRYING THE REPLACEMENT BILL. BOTH CARRY THE CYCLE
      *> AND ZONE OF THE ORIGINAL BILL AND THE CREDIT ('C') OR
      *> DEBIT ('D') NOTE POSTED TO CUSTBAL.
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

       FD TO17-ADJUSTMENT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO17-ADJUSTMENT-RPT-RECORD PIC X(132).

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
          05 WS-ADX-STATUS       PIC X(02).
             88 ADX-IO-STATUS    VALUE '00'.
             88 ADX-EOF          VALUE '10'.
             88 ADX-FILE-MISSING VALUE '35'.
          05 WS-BILL-STATUS      PIC X(02).
             88 BILL-IO-STATUS   VALUE '00'.
             88 BILL-DUPLICATE   VALUE '22'.
             88 BILL-NOT-FOUND   VALUE '23'.
          05 WS-MTR-STATUS       PIC X(02).
             88 MTR-IO-STATUS    VALUE '00'.
             88 MTR-NOT-FOUND    VALUE '23'.
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-NOT-FOUND    VALUE '23'.
             88 BAL-FILE-MISSING VALUE '35'.
          05 WS-CTL-STATUS       PIC X(02).
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-NOT-FOUND    VALUE '23'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.
          05 WS-ADJ-STATUS       PIC X(02).
             88 ADJ-IO-STATUS    VALUE '00'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-ADJUSTED-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-CREDIT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-DEBIT-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-CREDIT-AMT    PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-DEBIT-AMT     PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.

      *> SAME ODOMETER TOLERANCE AS BILL003/BILL010 - A CORRECTED
      *> CURRENT READING BELOW THE PREVIOUS ONE IS ONLY A WRAP IF
      *> THE IMPLIED UNITS STAY WITHIN MAX-CYCLE-UNITS.
       01 WS-WRAP-VARIABLES.
          05 WS-MAX-CYCLE-UNITS     PIC 9(06) VALUE 100000.
          05 WS-MAX-PARM-UNITS      PIC X(06) VALUE SPACES.
          05 WS-MAX-PARM-UNITS-9 REDEFINES WS-MAX-PARM-UNITS
                                    PIC 9(06).

      *> THE REPLACEMENT BILL IS NUMBERED IN THE CYCLE OF THE BILL
      *> IT REPLACES, FROM THE SAME 'SEQYYMM' CONTROL RECORD BILL003
      *> NUMBERS THAT CYCLE FROM, SO IT BALANCES WITH THAT CYCLE.
       01 WS-BILL-ID-VARIABLES.
          05 WS-BILL-PREFIX        PIC X(4) VALUE 'BILL'.
          05 WS-BILL-YYMM          PIC X(4).
          05 WS-BILL-SEQ           PIC 9999.
          05 WS-NEW-BILL-ID        PIC X(12) VALUE SPACES.

       01 WS-ORIG-BILL-RECORD      PIC X(250).

       01 WS-ADJUST-VARIABLES.
          05 WS-READ-FIX-SW         PIC X(01) VALUE 'N'.
             88 WS-READ-FIX         VALUE 'Y'.
             88 WS-NO-READ-FIX      VALUE 'N'.
          05 WS-ORIG-BILL-ID        PIC X(12) VALUE SPACES.
          05 WS-ORIG-CYCLE          PIC X(04) VALUE SPACES.
          05 WS-ORIG-UNITS          PIC 9(06) VALUE 0.
          05 WS-ORIG-CATEGORY       PIC X(01) VALUE SPACES.
          05 WS-ORIG-NET-DUE        PIC 9(08)V99 VALUE 0.
          05 WS-ORIG-HELD-SW        PIC X(01) VALUE 'N'.
             88 WS-ORIG-HELD        VALUE 'Y'.
             88 WS-ORIG-NOT-HELD    VALUE 'N'.
          05 WS-NEW-UNITS           PIC 9(08) VALUE 0.
          05 WS-NEW-CATEGORY        PIC X(01) VALUE SPACES.
          05 WS-NEW-NET-DUE         PIC 9(08)V99 VALUE 0.
          05 WS-NET-APPLIED         PIC 9(08)V99 VALUE 0.
          05 WS-ZONE-TYPE           PIC X(06) VALUE SPACES.
          05 WS-NOTE-DIFF           PIC S9(09)V99 VALUE 0.
          05 WS-NOTE-AMOUNT         PIC 9(08)V99 VALUE 0.
          05 WS-NOTE-TYPE           PIC X(01) VALUE SPACES.
             88 WS-CREDIT-NOTE      VALUE 'C'.
             88 WS-DEBIT-NOTE       VALUE 'D'.
          05 WS-BAL-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-BAL-FOUND        VALUE 'Y'.
             88 WS-BAL-NOT-FOUND    VALUE 'N'.

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
      *> SET FROM THE TARIFF TABLE BY 2440-SET-PART-SLABS.
       01 WS-SLAB-RATE-VALUES      PIC X(30) VALUE ZEROS.

       01 WS-SLAB-RATE-TABLE REDEFINES WS-SLAB-RATE-VALUES.
          05 WS-SLAB-ENTRY OCCURS 3 TIMES.
             10 WS-SLAB-UPTO       PIC 9(06).
             10 WS-SLAB-RATE       PIC 9(02)V99.

      *> THE REPLACEMENT BILL IS RATED FROM THE TARIFF MASTER OVER
      *> THE ORIGINAL BILL CYCLE EXACTLY AS BILL003 RATED IT.
       01 WS-RATING-VARIABLES.
          05 WS-SLAB-UNITS-LEFT    PIC 9(08) VALUE 0.
          05 WS-SLAB-BAND-UNITS    PIC 9(08) VALUE 0.
          05 WS-SLAB-NDX           PIC 9(02) VALUE 0.
          05 WS-ENERGY-AMT         PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-CHARGE-AMT   PIC 9(08)V99 VALUE 0.
          05 WS-MIN-CHARGE-AMT     PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-MIN-CHARGE   PIC 9(08)V99 VALUE 0.
          05 WS-DUTY-AMT           PIC 9(08)V99 VALUE 0.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2610-WRITE-LEDGER-ENTRY.
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
             'BILL CANCELLATION AND RE-BILL REPORT'.
          05 FILLER               PIC X(64) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'BILL ID'.
          05 FILLER               PIC X(13) VALUE 'NEW BILL ID'.
          05 FILLER               PIC X(4)  VALUE 'RSN'.
          05 FILLER               PIC X(8)  VALUE 'OLD UNT'.
          05 FILLER               PIC X(8)  VALUE 'NEW UNT'.
          05 FILLER               PIC X(4)  VALUE 'CAT'.
          05 FILLER               PIC X(13) VALUE 'OLD NET(Rs)'.
          05 FILLER               PIC X(13) VALUE 'NEW NET(Rs)'.
          05 FILLER               PIC X(3)  VALUE 'CD'.
          05 FILLER               PIC X(13) VALUE 'NOTE(Rs)'.
          05 FILLER               PIC X(11) VALUE 'STATUS'.
          05 FILLER               PIC X(28) VALUE 'REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-BILL-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NEW-BILL-ID   PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON-CODE   PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-OLD-UNITS     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NEW-UNITS     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-OLD-CAT       PIC X(01).
          05 WS-RPT-CAT-ARROW     PIC X(01).
          05 WS-RPT-NEW-CAT       PIC X(01).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-OLD-NET       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NEW-NET       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NOTE-TYPE     PIC X(02).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NOTE-AMT      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS-TEXT   PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(28).

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'RE-BILLED:'.
          05 WS-RPT-ADJUSTED-CTR  PIC Z,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'CREDIT NOTES:'.
          05 WS-RPT-CREDIT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-TOTAL-CREDIT  PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'DEBIT NOTES:'.
          05 WS-RPT-DEBIT-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-TOTAL-DEBIT   PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REJECTED:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL019 EXECUTION BEGINS HERE ..........'
           DISPLAY '  BILL CANCELLATION AND RE-BILL         '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-MAX-PARM-UNITS FROM ENVIRONMENT
                  'MAX-CYCLE-UNITS'.
           IF WS-MAX-PARM-UNITS NOT = SPACES
              AND WS-MAX-PARM-UNITS-9 IS NUMERIC
              MOVE WS-MAX-PARM-UNITS-9 TO WS-MAX-CYCLE-UNITS
           END-IF.

           PERFORM 1100-CHECK-BILLING-INTERLOCK.

           OPEN INPUT AT01-ADJ-TRANS.
           IF ADX-FILE-MISSING
              DISPLAY 'NO ADJUSTMENTS ON FILE - NOTHING TO RE-BILL'
              SET ADX-EOF TO TRUE
           ELSE
              IF NOT ADX-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING ADJUSTMENT TRANSACTIONS   '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-ADX-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN I-O MO01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL MASTER KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BILL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O MI01-METER-KSDS.
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

           OPEN I-O CO01-CONTROL-KSDS.
           IF CTL-FILE-MISSING
              OPEN OUTPUT CO01-CONTROL-KSDS
              CLOSE      CO01-CONTROL-KSDS
              OPEN I-O   CO01-CONTROL-KSDS
           END-IF.
           IF NOT CTL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL CONTROL KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND AF01-ADJ-FEED.
           IF WS-ADJ-STATUS = '05' OR '35'
              OPEN OUTPUT AF01-ADJ-FEED
           END-IF.
           IF NOT ADJ-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ADJUSTMENT FEED FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ADJ-STATUS
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

           OPEN OUTPUT TO17-ADJUSTMENT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ADJUSTMENT REPORT         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           PERFORM 1500-LOAD-TARIFF-TABLE.

           DISPLAY '----------------------------------------'
           DISPLAY 'ADJUSTMENT TRANSACTIONS OPENED ...........'
           DISPLAY 'BILL MASTER KSDS       OPENED ............'
           DISPLAY 'METER MASTER KSDS      OPENED ............'
           DISPLAY 'CUSTOMER BALANCE KSDS  OPENED ............'
           DISPLAY 'BILL CONTROL KSDS      OPENED ............'
           DISPLAY 'ADJUSTMENT FEED        OPENED ............'
           DISPLAY 'CUSTOMER LEDGER FILE   OPENED ............'
           DISPLAY 'ADJUSTMENT REPORT      OPENED ............'
           DISPLAY '----------------------------------------'.

      *> NOTHING TOUCHES BILLKSDS OR CUSTBAL WHILE A BILL003 RUN IS
      *> IN FLIGHT OR HAS FAILED MID-WAY - AN ACTIVE CHKPT RECORD ON
      *> THE SHARED CONTROL KSDS MARKS EXACTLY THAT STATE, SO THE
      *> ADJUSTMENT RUN REFUSES TO START UNTIL BILL003 COMPLETES.
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
                         DISPLAY 'MID-WAY - ADJUSTMENT RUN        '
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

           PERFORM 2100-READ-ADJUSTMENT UNTIL ADX-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-ADJUSTMENT SECTION.

           READ AT01-ADJ-TRANS
                AT END  SET ADX-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE ADJUSTMENTS --------------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-APPLY-ADJUSTMENT
                            PERFORM 2700-WRITE-REPORT-LINE
           END-READ.

       2200-APPLY-ADJUSTMENT SECTION.

           MOVE 'ACCEPTED' TO WS-TRX-STATUS-TEXT.
           MOVE SPACES     TO WS-TRX-REASON.
           MOVE SPACES     TO WS-NEW-BILL-ID
                              WS-ORIG-CATEGORY
                              WS-NEW-CATEGORY
                              WS-NOTE-TYPE.
           MOVE ZEROS      TO WS-ORIG-UNITS
                              WS-ORIG-NET-DUE
                              WS-NEW-UNITS
                              WS-NEW-NET-DUE
                              WS-NOTE-DIFF
                              WS-NOTE-AMOUNT.

           PERFORM 2210-VALIDATE-TRANSACTION.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE ADX-BILL-ID TO BILL-ID
              READ MO01-BILL-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'BILL ID NOT ON FILE' TO WS-TRX-REASON
                   NOT INVALID KEY
                      PERFORM 2300-CHECK-ORIGINAL-BILL
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2400-RERATE-BILL
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2450-CHECK-BALANCE
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2500-CANCEL-AND-REBILL
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              ADD 1 TO WS-ADJUSTED-CTR
              IF WS-CREDIT-NOTE
                 ADD 1              TO WS-CREDIT-CTR
                 ADD WS-NOTE-AMOUNT TO WS-TOTAL-CREDIT-AMT
              ELSE
                 ADD 1              TO WS-DEBIT-CTR
                 ADD WS-NOTE-AMOUNT TO WS-TOTAL-DEBIT-AMT
              END-IF
           ELSE
              ADD 1 TO WS-REJECT-CTR
           END-IF.

      *> A SUPERVISOR ID AND A KNOWN REASON ARE MANDATORY, AND THE
      *> CORRECTION SUPPLIED MUST MATCH THE REASON GIVEN.
       2210-VALIDATE-TRANSACTION SECTION.

           IF ADX-CORR-PREV-READ IS NUMERIC
              AND ADX-CORR-CURR-READ IS NUMERIC
              SET WS-READ-FIX    TO TRUE
           ELSE
              SET WS-NO-READ-FIX TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN ADX-AUTH-ID = SPACES
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NO SUPERVISOR AUTHORITY' TO WS-TRX-REASON
              WHEN NOT ADX-REASON-READING
                   AND NOT ADX-REASON-CATEGORY
                   AND NOT ADX-REASON-OTHER
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'UNKNOWN REASON CODE'     TO WS-TRX-REASON
              WHEN ADX-REASON-READING AND WS-NO-READ-FIX
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'CORRECTED READINGS MISSING' TO WS-TRX-REASON
              WHEN ADX-REASON-CATEGORY AND ADX-CORR-CATEGORY = SPACE
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'CORRECTED CATEGORY MISSING' TO WS-TRX-REASON
              WHEN WS-NO-READ-FIX AND ADX-CORR-CATEGORY = SPACE
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NO CORRECTION SUPPLIED'  TO WS-TRX-REASON
              WHEN ADX-CORR-CATEGORY NOT = SPACE
                   AND ADX-CORR-CATEGORY NOT = 'D'
                   AND ADX-CORR-CATEGORY NOT = 'C'
                   AND ADX-CORR-CATEGORY NOT = 'I'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INVALID CATEGORY'        TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> ONLY A LIVE BILL CAN BE CANCELLED. A READING CORRECTION
      *> NEEDS A SINGLE METER BEHIND THE BILL, AND IS REFUSED ON AN
      *> ESTIMATED BILL - THE NEXT ACTUAL READING TRUES THAT UP - AND
      *> ON A NET-METERED BILL, WHOSE UNITS DEPEND ON THE EXPORT
      *> REGISTER AND THE UNITS BANK AS WELL.
       2300-CHECK-ORIGINAL-BILL SECTION.

           MOVE BILL-ID             TO WS-ORIG-BILL-ID.
           MOVE BILL-ID(5:4)        TO WS-ORIG-CYCLE.
           MOVE BILL-UNITS          TO WS-ORIG-UNITS.
           MOVE BILL-CATEGORY       TO WS-ORIG-CATEGORY.
           MOVE BILL-NET-DUE        TO WS-ORIG-NET-DUE.
           IF BILL-HELD
              SET WS-ORIG-HELD     TO TRUE
           ELSE
              SET WS-ORIG-NOT-HELD TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN BILL-CANCELLED
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'BILL ALREADY CANCELLED'  TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-MTR-ID = 'MULTI-METER   '
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON MULTI-METER' TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-EST-FLAG = 'E'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON ESTIMATE' TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-NET-METERED
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON NET METER' TO WS-TRX-REASON
              WHEN OTHER
                 PERFORM 2310-DERIVE-NEW-UNITS
           END-EVALUATE.

       2310-DERIVE-NEW-UNITS SECTION.

           IF WS-READ-FIX
              IF ADX-CORR-CURR-READ >= ADX-CORR-PREV-READ
                 COMPUTE WS-NEW-UNITS =
                         ADX-CORR-CURR-READ - ADX-CORR-PREV-READ
              ELSE
                 COMPUTE WS-NEW-UNITS =
                         1000000 - ADX-CORR-PREV-READ
                         + ADX-CORR-CURR-READ
              END-IF
              IF WS-NEW-UNITS > WS-MAX-CYCLE-UNITS
                 MOVE 'REJECTED'             TO WS-TRX-STATUS-TEXT
                 MOVE 'CORRECTED UNITS EXCEED MAXIMUM'
                                             TO WS-TRX-REASON
              END-IF
           ELSE
              MOVE BILL-UNITS TO WS-NEW-UNITS
           END-IF.

           IF ADX-CORR-CATEGORY NOT = SPACE
              MOVE ADX-CORR-CATEGORY TO WS-NEW-CATEGORY
           ELSE
              MOVE BILL-CATEGORY     TO WS-NEW-CATEGORY
           END-IF.
           IF WS-NEW-CATEGORY NOT = 'C'
              AND WS-NEW-CATEGORY NOT = 'I'
              MOVE 'D' TO WS-NEW-CATEGORY
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              AND WS-NEW-UNITS = BILL-UNITS
              AND WS-NEW-CATEGORY = BILL-CATEGORY
              MOVE 'REJECTED'           TO WS-TRX-STATUS-TEXT
              MOVE 'NOTHING TO CORRECT' TO WS-TRX-REASON
           END-IF.

      *> THE REPLACEMENT IS RATED AS BILL003 RATES A CYCLE BILL. THE
      *> PREVIOUS BALANCE AND LATE SURCHARGE ARE CARRIED OVER FROM
      *> THE ORIGINAL - NEITHER DEPENDS ON THE READING OR CATEGORY.
       2400-RERATE-BILL SECTION.

           MOVE WS-NEW-CATEGORY TO WS-TAR-CATEGORY.
           IF BILL-AREA-CODE(1:1) = 'R'
              MOVE 'R' TO WS-TAR-ZONE
           ELSE
              MOVE 'U' TO WS-TAR-ZONE
           END-IF.

           MOVE WS-DATE(1:2)       TO WS-TAR-PERIOD-CC.
           MOVE WS-ORIG-CYCLE(1:2) TO WS-TAR-PERIOD-YY.
           MOVE WS-ORIG-CYCLE(3:2) TO WS-TAR-PERIOD-MM.
           IF WS-ORIG-CYCLE(1:2) > WS-DATE(3:2)
              SUBTRACT 1 FROM WS-TAR-PERIOD-CC
           END-IF.
           MOVE WS-NEW-UNITS       TO WS-TAR-UNITS.

           PERFORM 2420-BUILD-TARIFF-PERIOD.

           IF WS-TAR-PART-COUNT = 0
              MOVE 'REJECTED'           TO WS-TRX-STATUS-TEXT
              MOVE 'NO TARIFF IN FORCE' TO WS-TRX-REASON
           ELSE
              MOVE ZEROS TO WS-ENERGY-AMT
                            WS-FIXED-CHARGE-AMT
                            WS-MIN-CHARGE-AMT
                            WS-DUTY-AMT
              PERFORM 2430-RATE-TARIFF-PART
                  VARYING WS-TAR-PART-NDX FROM 1 BY 1
                  UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT
              PERFORM 2415-PRICE-REPLACEMENT
           END-IF.

       2415-PRICE-REPLACEMENT SECTION.

           MOVE WS-FIXED-CHARGE-AMT TO WS-FIXED-MIN-CHARGE.
           IF WS-ENERGY-AMT + WS-FIXED-MIN-CHARGE < WS-MIN-CHARGE-AMT
              COMPUTE WS-FIXED-MIN-CHARGE =
                      WS-MIN-CHARGE-AMT - WS-ENERGY-AMT
           END-IF.

           COMPUTE WS-NEW-NET-DUE = WS-ENERGY-AMT + WS-DUTY-AMT
                                  + WS-FIXED-MIN-CHARGE
                                  + BILL-LATE-SURCHARGE
                                  + BILL-PREV-BALANCE.

      *> THE EXPORT CREDIT SET AGAINST THE ORIGINAL STANDS AGAINST THE
      *> REPLACEMENT; THE PART ALREADY PAID OUT CANNOT BE ADDED TO.
           IF BILL-NET-METERED
              COMPUTE WS-NET-APPLIED = BILL-EXPORT-CREDIT
                                     - BILL-CREDIT-REFUND
              IF WS-NET-APPLIED > WS-NEW-NET-DUE
                 MOVE 'REJECTED'               TO WS-TRX-STATUS-TEXT
                 MOVE 'CREDIT EXCEEDS NEW CHARGES' TO WS-TRX-REASON
              ELSE
                 SUBTRACT WS-NET-APPLIED FROM WS-NEW-NET-DUE
              END-IF
           END-IF.

           COMPUTE WS-NOTE-DIFF = WS-NEW-NET-DUE - WS-ORIG-NET-DUE.
           IF WS-NOTE-DIFF < 0
              SET WS-CREDIT-NOTE TO TRUE
              COMPUTE WS-NOTE-AMOUNT = 0 - WS-NOTE-DIFF
           ELSE
              SET WS-DEBIT-NOTE  TO TRUE
              MOVE WS-NOTE-DIFF  TO WS-NOTE-AMOUNT
           END-IF.

       2410-RATE-ONE-SLAB SECTION.

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
       2420-BUILD-TARIFF-PERIOD SECTION.

           MOVE 01 TO WS-TAR-PERIOD-DD.
           PERFORM 2421-SET-MONTH-DAYS.
           COMPUTE WS-TAR-PERIOD-END =
                   WS-TAR-PERIOD-START + WS-TAR-MONTH-DAYS - 1.

           MOVE 0 TO WS-TAR-PART-COUNT.
           PERFORM 2422-CHECK-TARIFF-ENTRY
               VARYING WS-TAR-NDX FROM 1 BY 1
               UNTIL WS-TAR-NDX > WS-TAR-COUNT.

           MOVE WS-TAR-UNITS TO WS-TAR-UNITS-LEFT.
           PERFORM 2424-SPLIT-PART-UNITS
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

       2421-SET-MONTH-DAYS SECTION.

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
       2422-CHECK-TARIFF-ENTRY SECTION.

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
                 PERFORM 2423-ADD-TARIFF-PART
              END-IF
           END-IF.

       2423-ADD-TARIFF-PART SECTION.

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

       2424-SPLIT-PART-UNITS SECTION.

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

       2430-RATE-TARIFF-PART SECTION.

           PERFORM 2440-SET-PART-SLABS.

           MOVE WS-ENERGY-AMT TO WS-TAR-PART-START-AMT.
           MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-SLAB-UNITS-LEFT.

           PERFORM 2410-RATE-ONE-SLAB
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
       2440-SET-PART-SLABS SECTION.

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

      *> CUSTBAL CANNOT GO BELOW ZERO, SO A CREDIT NOTE LARGER THAN
      *> WHAT THE CUSTOMER STILL OWES IS REFUSED HERE AND REFUNDED
      *> BY HAND INSTEAD.
       2450-CHECK-BALANCE SECTION.

           MOVE BILL-CUST-ID TO BAL-CUST-ID.
           READ BA01-BALANCE-KSDS
                INVALID KEY
                   SET WS-BAL-NOT-FOUND TO TRUE
                   MOVE BILL-CUST-ID    TO BAL-CUST-ID
                   MOVE ZEROS           TO BAL-AMOUNT
                   MOVE ZEROS           TO BAL-AGE-CYCLES
                NOT INVALID KEY
                   SET WS-BAL-FOUND     TO TRUE
           END-READ.

           IF WS-CREDIT-NOTE AND WS-NOTE-AMOUNT > BAL-AMOUNT
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              MOVE 'CREDIT EXCEEDS BALANCE DUE' TO WS-TRX-REASON
           END-IF.

      *> THE REPLACEMENT IS WRITTEN FIRST SO A FAILED WRITE LEAVES
      *> THE ORIGINAL BILL LIVE AND NOTHING POSTED.
       2500-CANCEL-AND-REBILL SECTION.

           MOVE MO01-BILL-RECORD TO WS-ORIG-BILL-RECORD.

           PERFORM 2510-GENERATE-BILL-ID.

           MOVE WS-NEW-BILL-ID      TO BILL-ID.
           MOVE WS-NEW-UNITS        TO BILL-UNITS.
           MOVE WS-NEW-CATEGORY     TO BILL-CATEGORY.
           MOVE WS-ENERGY-AMT       TO BILL-AMOUNT.
           MOVE WS-DUTY-AMT         TO BILL-DUTY-AMOUNT.
           MOVE WS-FIXED-MIN-CHARGE TO BILL-FIXED-CHARGE.
           MOVE WS-NEW-NET-DUE      TO BILL-NET-DUE.
           MOVE SPACE               TO BILL-STATUS.
           MOVE WS-ORIG-BILL-ID     TO BILL-ORIG-BILL-ID.

           WRITE MO01-BILL-RECORD
               INVALID KEY
                  MOVE 'REJECTED'                 TO WS-TRX-STATUS-TEXT
                  MOVE 'REPLACEMENT WRITE FAILED' TO WS-TRX-REASON
               NOT INVALID KEY
                  PERFORM 2550-CANCEL-ORIGINAL
           END-WRITE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2600-POST-NOTE-TO-BALANCE
              PERFORM 2650-WRITE-ADJ-FEED
              IF WS-READ-FIX
                 PERFORM 2680-CORRECT-METER-READING
              END-IF
           END-IF.

       2510-GENERATE-BILL-ID SECTION.

           MOVE WS-ORIG-CYCLE TO WS-BILL-YYMM.

           MOVE SPACES TO CTL-KEY.
           STRING 'SEQ' WS-BILL-YYMM
                  DELIMITED BY SIZE
                  INTO CTL-KEY
           END-STRING.

           READ CO01-CONTROL-KSDS
               INVALID KEY
                  MOVE ZEROS TO CTL-LAST-SEQ
           END-READ.

           ADD 1 TO CTL-LAST-SEQ
               ON SIZE ERROR
                  MOVE 1 TO CTL-LAST-SEQ
           END-ADD.

           REWRITE CO01-CONTROL-RECORD
               INVALID KEY
                  WRITE CO01-CONTROL-RECORD
           END-REWRITE.

           MOVE CTL-LAST-SEQ TO WS-BILL-SEQ.

           STRING WS-BILL-PREFIX WS-BILL-YYMM WS-BILL-SEQ
                  DELIMITED BY SIZE
                  INTO WS-NEW-BILL-ID
           END-STRING.

       2550-CANCEL-ORIGINAL SECTION.

           MOVE WS-ORIG-BILL-RECORD TO MO01-BILL-RECORD.
           MOVE 'C'                 TO BILL-STATUS.

           REWRITE MO01-BILL-RECORD
               INVALID KEY
                  DISPLAY 'CANCEL REWRITE FAILED FOR BILL '
                          WS-ORIG-BILL-ID
                  MOVE WS-NEW-BILL-ID TO BILL-ID
                  DELETE MO01-BILL-KSDS
                  MOVE 'REJECTED'              TO WS-TRX-STATUS-TEXT
                  MOVE 'ORIGINAL CANCEL FAILED' TO WS-TRX-REASON
               NOT INVALID KEY
                  MOVE 'RE-BILLED'             TO WS-TRX-REASON
           END-REWRITE.

      *> ONLY THE DIFFERENCE MOVES CUSTBAL. A DEBIT NOTE LEAVES THE
      *> AGE ALONE; A CREDIT NOTE THAT CLEARS THE BALANCE RESETS IT.
       2600-POST-NOTE-TO-BALANCE SECTION.

           IF WS-CREDIT-NOTE
              SUBTRACT WS-NOTE-AMOUNT FROM BAL-AMOUNT
              IF BAL-AMOUNT = 0
                 MOVE ZEROS TO BAL-AGE-CYCLES
              END-IF
           ELSE
              ADD WS-NOTE-AMOUNT TO BAL-AMOUNT
           END-IF.

           IF WS-BAL-FOUND
              REWRITE BA01-BALANCE-RECORD
                  INVALID KEY
                     DISPLAY 'BALANCE REWRITE FAILED FOR CUST '
                             BAL-CUST-ID
              END-REWRITE
           ELSE
              WRITE BA01-BALANCE-RECORD
                  INVALID KEY
                     DISPLAY 'BALANCE WRITE FAILED FOR CUST '
                             BAL-CUST-ID
              END-WRITE
           END-IF.

           MOVE BAL-CUST-ID          TO WS-LED-CUST-ID.
           IF WS-CREDIT-NOTE
              MOVE 'CN'              TO WS-LED-ENTRY-TYPE
              MOVE 'C'               TO WS-LED-DR-CR
           ELSE
              MOVE 'DN'              TO WS-LED-ENTRY-TYPE
              MOVE 'D'               TO WS-LED-DR-CR
           END-IF.
           MOVE WS-NOTE-AMOUNT       TO WS-LED-AMOUNT.
           MOVE BAL-AMOUNT           TO WS-LED-BALANCE.
           MOVE WS-NEW-BILL-ID       TO WS-LED-REFERENCE.
           PERFORM 2610-WRITE-LEDGER-ENTRY.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2610-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL019 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

      *> AN ORIGINAL THAT WAS HELD FOR REVIEW NEVER WENT OUT ON THE
      *> BILL FEED, SO THERE IS NOTHING TO CANCEL DOWNSTREAM - ONLY
      *> THE REPLACEMENT IS FED.
       2650-WRITE-ADJ-FEED SECTION.

           IF BILL-AREA-CODE(1:1) = 'R'
              MOVE 'RURAL ' TO WS-ZONE-TYPE
           ELSE
              MOVE 'URBAN ' TO WS-ZONE-TYPE
           END-IF.

           IF WS-ORIG-NOT-HELD
              INITIALIZE AF01-ADJ-FEED-RECORD
              SET ADJ-ACTION-CANCEL      TO TRUE
              PERFORM 2660-MOVE-FEED-FIELDS
              WRITE AF01-ADJ-FEED-RECORD
           END-IF.

           MOVE WS-NEW-BILL-ID        TO BILL-ID.
           READ MO01-BILL-KSDS
                INVALID KEY
                   DISPLAY 'REPLACEMENT BILL NOT FOUND ' WS-NEW-BILL-ID
           END-READ.

           INITIALIZE AF01-ADJ-FEED-RECORD.
           SET ADJ-ACTION-REBILL      TO TRUE.
           PERFORM 2660-MOVE-FEED-FIELDS.
           WRITE AF01-ADJ-FEED-RECORD.

       2660-MOVE-FEED-FIELDS SECTION.

           MOVE BILL-ID               TO ADJ-BILL-ID.
           MOVE WS-ORIG-BILL-ID       TO ADJ-ORIG-BILL-ID.
           MOVE BILL-CUST-ID          TO ADJ-CUST-ID.
           MOVE BILL-MTR-ID           TO ADJ-MTR-ID.
           MOVE WS-ORIG-CYCLE         TO ADJ-CYCLE.
           MOVE WS-ZONE-TYPE          TO ADJ-ZONE-TYPE.
           MOVE BILL-CATEGORY         TO ADJ-CATEGORY.
           IF BILL-EST-FLAG = 'E'
              MOVE 'E' TO ADJ-EST-FLAG
           ELSE
              MOVE 'A' TO ADJ-EST-FLAG
           END-IF.
           MOVE BILL-UNITS            TO ADJ-UNITS.
           MOVE BILL-AMOUNT           TO ADJ-AMOUNT.
           MOVE BILL-DUTY-AMOUNT      TO ADJ-DUTY-AMOUNT.
           MOVE BILL-FIXED-CHARGE     TO ADJ-FIXED-CHARGE.
           MOVE BILL-LATE-SURCHARGE   TO ADJ-LATE-SURCHARGE.
           MOVE BILL-NET-DUE          TO ADJ-NET-DUE.
           MOVE WS-NOTE-TYPE          TO ADJ-NOTE-TYPE.
           MOVE WS-NOTE-AMOUNT        TO ADJ-NOTE-AMOUNT.
           MOVE ADX-REASON-CODE       TO ADJ-REASON-CODE.
           MOVE ADX-AUTH-ID           TO ADJ-AUTH-ID.
           MOVE WS-DATE               TO ADJ-DATE.

      *> THE CORRECTED READING IS PUT BACK ON THE METER MASTER SO
      *> THE NEXT CYCLE STARTS FROM IT. IF THE MASTER STILL HOLDS
      *> THE BILLED CYCLE'S PREVIOUS READING THE CYCLE HAS NOT BEEN
      *> ROLLED FORWARD AND THE CURRENT READING IS REPLACED;
      *> OTHERWISE BILL010 HAS ROLLED THE BAD READING INTO THE NEXT
      *> CYCLE'S BASE AND THAT IS REPLACED INSTEAD (WITH THE CURRENT
      *> READING TOO, IF NO NEW READING HAS BEEN LOADED YET).
       2680-CORRECT-METER-READING SECTION.

           MOVE BILL-MTR-ID TO MTR-ID.
           READ MI01-METER-KSDS
                INVALID KEY
                   MOVE 'RE-BILLED - METER NOT ON FILE'
                                         TO WS-TRX-REASON
                NOT INVALID KEY
                   IF MTR-PREV-READ = ADX-CORR-PREV-READ
                      MOVE ADX-CORR-CURR-READ TO MTR-CURR-READ
                   ELSE
                      IF MTR-CURR-READ = MTR-PREV-READ
                         MOVE ADX-CORR-CURR-READ TO MTR-CURR-READ
                      END-IF
                      MOVE ADX-CORR-CURR-READ TO MTR-PREV-READ
                   END-IF
                   REWRITE MI01-METER-RECORD
                       INVALID KEY
                          MOVE 'RE-BILLED - METER NOT UPDATED'
                                         TO WS-TRX-REASON
                       NOT INVALID KEY
                          MOVE 'RE-BILLED - METER CORRECTED'
                                         TO WS-TRX-REASON
                   END-REWRITE
           END-READ.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE ADX-BILL-ID          TO WS-RPT-BILL-ID.
           MOVE WS-NEW-BILL-ID       TO WS-RPT-NEW-BILL-ID.
           MOVE ADX-REASON-CODE      TO WS-RPT-REASON-CODE.
           MOVE WS-ORIG-UNITS        TO WS-RPT-OLD-UNITS.
           MOVE WS-NEW-UNITS         TO WS-RPT-NEW-UNITS.
           MOVE WS-ORIG-CATEGORY     TO WS-RPT-OLD-CAT.
           MOVE WS-NEW-CATEGORY      TO WS-RPT-NEW-CAT.
           IF WS-NEW-CATEGORY = SPACE
              MOVE SPACE             TO WS-RPT-CAT-ARROW
           ELSE
              MOVE '>'               TO WS-RPT-CAT-ARROW
           END-IF.
           MOVE WS-ORIG-NET-DUE      TO WS-RPT-OLD-NET.
           MOVE WS-NEW-NET-DUE       TO WS-RPT-NEW-NET.
           EVALUATE TRUE
              WHEN WS-TRX-STATUS-TEXT NOT = 'ACCEPTED'
                 MOVE SPACES         TO WS-RPT-NOTE-TYPE
              WHEN WS-CREDIT-NOTE
                 MOVE 'CR'           TO WS-RPT-NOTE-TYPE
              WHEN OTHER
                 MOVE 'DR'           TO WS-RPT-NOTE-TYPE
           END-EVALUATE.
           MOVE WS-NOTE-AMOUNT       TO WS-RPT-NOTE-AMT.
           MOVE WS-TRX-STATUS-TEXT   TO WS-RPT-STATUS-TEXT.
           MOVE WS-TRX-REASON        TO WS-RPT-REASON.

           WRITE TO17-ADJUSTMENT-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO17-ADJUSTMENT-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO17-ADJUSTMENT-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-ADJUSTED-CTR        TO WS-RPT-ADJUSTED-CTR.
           MOVE WS-CREDIT-CTR          TO WS-RPT-CREDIT-CTR.
           MOVE WS-TOTAL-CREDIT-AMT    TO WS-RPT-TOTAL-CREDIT.
           MOVE WS-DEBIT-CTR           TO WS-RPT-DEBIT-CTR.
           MOVE WS-TOTAL-DEBIT-AMT     TO WS-RPT-TOTAL-DEBIT.
           MOVE WS-REJECT-CTR          TO WS-RPT-REJECT-CTR.
           WRITE TO17-ADJUSTMENT-RPT-RECORD FROM WS-REPORT-TOTAL.

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

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' ADJUSTMENTS READ         ',  WS-READ-CTR
           DISPLAY ' BILLS RE-BILLED          ',  WS-ADJUSTED-CTR
           DISPLAY ' CREDIT NOTES             ',  WS-CREDIT-CTR
           DISPLAY ' DEBIT NOTES              ',  WS-DEBIT-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY '----------------------------------------'

           IF NOT ADX-FILE-MISSING
              CLOSE AT01-ADJ-TRANS
           END-IF.

           CLOSE  MO01-BILL-KSDS,
                  MI01-METER-KSDS,
                  BA01-BALANCE-KSDS,
                  CO01-CONTROL-KSDS,
                  AF01-ADJ-FEED,
                  LG01-CUST-LEDGER,
                  TO17-ADJUSTMENT-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'ADJUSTMENT TRANSACTIONS IS CLOSED '
           DISPLAY 'BILL MASTER KSDS       IS CLOSED  '
           DISPLAY 'METER MASTER KSDS      IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'BILL CONTROL KSDS      IS CLOSED  '
           DISPLAY 'ADJUSTMENT FEED        IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE   IS CLOSED  '
           DISPLAY 'ADJUSTMENT REPORT      IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL019 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-ADJUSTED-CTR   TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
