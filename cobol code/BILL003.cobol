           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-DISC-STATUS.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT DN01-DUNNING-KSDS ASSIGN TO DUNKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS DUN-CUST-ID
           FILE STATUS            IS WS-DUN-STATUS.

           SELECT RV01-REVIEW-KSDS  ASSIGN TO REVKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS REV-BILL-ID
           FILE STATUS            IS WS-REV-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT CO01-CONTROL-KSDS ASSIGN TO BILLCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT ZO01-ZONE-FEED   ASSIGN TO ZONEFEED
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ZONE-STATUS.

           SELECT NM01-NET-BANK-KSDS ASSIGN TO NETKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS NET-MTR-ID
           FILE STATUS            IS WS-NET-STATUS.

           SELECT NP01-NET-PAYOUT   ASSIGN TO NETPAY
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NPY-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
       FILE SECTION.

       FD MI01-METER-KSDS
           RECORD CONTAINS         53  CHARACTERS.

       01 MI01-METER-RECORD.
          05 MTR-ID           PIC X(14).
          05 MTR-PREV-READ    PIC 9(06).
          05 MTR-CURR-READ    PIC 9(06).
          05 MTR-CYCLE-CODE   PIC X(02).
          05 MTR-NET-METER-SW PIC X(01).
             88 MTR-NET-METERED VALUE 'Y'.
          05 MTR-EXP-PREV-READ PIC 9(06).
          05 MTR-EXP-CURR-READ PIC 9(06).

       FD MI01-CUSTOMER-KSDS
           RECORD CONTAINS         84  CHARACTERS.
          05 CUST-CATEGORY    PIC X(01).

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

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.
          05 DISC-AMOUNT-OWED      PIC 9(8)V99.
          05 DISC-AGE-CYCLES       PIC 9(04).

      *> INSTALMENT ARRANGEMENTS SET UP BY BILL021 AND KEPT CURRENT
      *> BY BILL004 (CREDITS AND LAPSES) AND BILL020 (RETURNS).
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

      *> DUNNING HISTORY KEPT BY BILL025. A CUSTOMER GOES ON THE
      *> DISCONNECTION EXTRACT ONLY AFTER A STAGE 3 NOTICE HAS BEEN
      *> SENT AND THE DISCONNECTION DATE ON IT HAS PASSED.
       FD DN01-DUNNING-KSDS
           RECORD CONTAINS         80  CHARACTERS.

       01 DN01-DUNNING-RECORD.
          05 DUN-CUST-ID          PIC X(12).
          05 DUN-STAGE            PIC 9(01).
             88 DUN-NO-NOTICE     VALUE 0.
             88 DUN-REMINDER      VALUE 1.
             88 DUN-FINAL-NOTICE  VALUE 2.
             88 DUN-DISCON-NOTICE VALUE 3.
          05 DUN-REMINDER-DATE    PIC 9(08).
          05 DUN-FINAL-DATE       PIC 9(08).
          05 DUN-DISCON-NOTE-DATE PIC 9(08).
          05 DUN-DISCON-DATE      PIC 9(08).
          05 DUN-NOTICE-AMOUNT    PIC 9(8)V99.
          05 DUN-NOTICE-AGE       PIC 9(04).
          05 DUN-RESET-DATE       PIC 9(08).
          05 FILLER               PIC X(13).

      *> BILLS HELD BACK FOR SUPERVISOR REVIEW. BILL003 ADDS AN
      *> ENTRY FOR EVERY BILL IT HOLDS; BILL027 RECORDS THE RELEASE
      *> OR REJECTION AND BILL028 REPORTS WHAT IS STILL WAITING.
       FD RV01-REVIEW-KSDS
           RECORD CONTAINS         160 CHARACTERS.

       01 RV01-REVIEW-RECORD.
          05 REV-BILL-ID          PIC X(12).
          05 REV-CUST-ID          PIC X(12).
          05 REV-MTR-ID           PIC X(14).
          05 REV-STATUS           PIC X(01).
             88 REV-HELD          VALUE 'H'.
             88 REV-RELEASED      VALUE 'R'.
             88 REV-REJECTED      VALUE 'J'.
          05 REV-REASON-CODE      PIC X(04).
          05 REV-REASON-TEXT      PIC X(30).
          05 REV-HOLD-DATE        PIC 9(08).
          05 REV-UNITS            PIC 9(06).
          05 REV-AVG-UNITS        PIC 9(06).
          05 REV-CHARGES          PIC 9(8)V99.
          05 REV-PREV-BILL-ID     PIC X(12).
          05 REV-PREV-CHARGES     PIC 9(8)V99.
          05 REV-NET-DUE          PIC 9(8)V99.
          05 REV-ACTION-DATE      PIC 9(08).
          05 REV-AUTH-ID          PIC X(04).
          05 REV-ADJ-REASON       PIC X(02).
          05 FILLER               PIC X(11).

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

       FD CO01-CONTROL-KSDS
           RECORD CONTAINS         111 CHARACTERS.


       FD CH01-CONSUMPTION-HIST
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 CH01-CONSUMPTION-HIST-RECORD.
          05 CH-MTR-ID              PIC X(14).
          05 CH-CYCLE-DATE          PIC 9(08).
          05 CH-UNITS-CONSUMED      PIC 9(06).
          05 CH-EST-FLAG            PIC X(01).
          05 CH-EXPORT-UNITS        PIC 9(06).
          05 FILLER                 PIC X(05).

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

       FD ZO01-ZONE-FEED
           RECORDING MODE          IS F
          05 EXC-CURR-READ         PIC 9(06).
          05 FILLER                PIC X(18).

      *> UNITS BANKED BY EACH NET-METERED METER. OPEN-UNITS IS THE
      *> BANK BROUGHT INTO THE LAST CYCLE BILLED (LAST-CYCLE, YYMM)
      *> SO THAT A RE-RUN OF THAT CYCLE STARTS AGAIN FROM IT.
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

      *> EXPORT CREDIT LEFT OVER AFTER CLEARING THE BILL, TO BE PAID
      *> TO THE CUSTOMER.
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

       FD RL01-RUN-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-NOT-FOUND    VALUE '23'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-DUN-STATUS       PIC X(02).
             88 DUN-IO-STATUS    VALUE '00'.
             88 DUN-NOT-FOUND    VALUE '23'.
             88 DUN-FILE-MISSING VALUE '35'.
          05 WS-REV-STATUS       PIC X(02).
             88 REV-IO-STATUS    VALUE '00'.
             88 REV-FILE-MISSING VALUE '35'.
          05 WS-FEED-STATUS      PIC X(02).
             88 FEED-IO-STATUS   VALUE '00'.
          05 WS-HIST-STATUS      PIC X(02).
             88 HIST-FILE-MISSING VALUE '35'.
          05 WS-ZONE-STATUS      PIC X(02).
             88 ZONE-IO-STATUS   VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.
          05 WS-NET-STATUS       PIC X(02).
             88 NET-IO-STATUS    VALUE '00'.
             88 NET-FILE-MISSING VALUE '35'.
          05 WS-NPY-STATUS       PIC X(02).
             88 NPY-IO-STATUS    VALUE '00'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
             88 WS-READING-VALID   VALUE 'Y'.
             88 WS-READING-INVALID VALUE 'N'.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2668-WRITE-LEDGER-ENTRY.
       01 WS-LEDGER-VARIABLES.
          05 WS-LED-CUST-ID        PIC X(12) VALUE SPACES.
          05 WS-LED-ENTRY-TYPE     PIC X(02) VALUE SPACES.
          05 WS-LED-DR-CR          PIC X(01) VALUE SPACES.
          05 WS-LED-AMOUNT         PIC 9(08)V99 VALUE 0.
          05 WS-LED-BALANCE        PIC 9(08)V99 VALUE 0.
          05 WS-LED-REFERENCE      PIC X(12) VALUE SPACES.
          05 WS-LEDGER-CTR         PIC 9(06) VALUE 0.

      *> ELECTRICITY DUTY IS THE TARIFF DUTY PERCENTAGE OF THE
      *> ENERGY CHARGE, TAKEN PART BY PART OVER THE BILLING PERIOD.
       01 WS-DUTY-VARIABLES.
          05 WS-ELECTRICITY-DUTY   PIC 9(08)V99 VALUE 0.

      *> LATE PAYMENT SURCHARGE ON CARRIED-FORWARD ARREARS - A
      *> PERCENTAGE PER OVERDUE CYCLE (BAL-AGE-CYCLES) APPLIED TO
      *> THE ARREARS PORTION ONLY. THE PERCENTAGE IS THAT OF THE
      *> TARIFF IN FORCE AT THE END OF THE BILLING PERIOD UNLESS
      *> THE OVERRIDE PARM IS GIVEN. THE PARM IS FOUR DIGITS READ
      *> AS 99V99, SO '0200' MEANS 2.00 PERCENT PER CYCLE.
       01 WS-SURCHARGE-VARIABLES.
          05 WS-SURCHARGE-RATE-PCT PIC 9(02)V99 VALUE 0.
          05 WS-SURCHARGE-OVERRIDE-SW PIC X(01) VALUE 'N'.
             88 WS-SURCHARGE-OVERRIDE    VALUE 'Y'.
             88 WS-SURCHARGE-FROM-TARIFF VALUE 'N'.
          05 WS-SURCHARGE-PARM     PIC X(04) VALUE SPACES.
          05 WS-SURCHARGE-PARM-9 REDEFINES WS-SURCHARGE-PARM
                                   PIC 9(02)V99.
          05 WS-LATE-SURCHARGE-AMT PIC 9(08)V99 VALUE 0.

      *> NET METERING. A NET-METERED METER HAS AN EXPORT REGISTER
      *> BESIDE THE IMPORT ONE. THE UNITS BILLED ARE THE IMPORT LESS
      *> THE EXPORT AND LESS ANY UNITS BANKED IN EARLIER CYCLES; AN
      *> EXPORT SURPLUS IS BANKED ON NETKSDS AND CARRIED FORWARD. IN
      *> THE SETTLEMENT MONTH (THE LAST OF THE SETTLEMENT YEAR) ANY
      *> UNITS STILL BANKED ARE PAID OUT AT THE EXPORT RATE AS A
      *> CREDIT ON THE BILL; CREDIT BEYOND THE AMOUNT DUE GOES TO
      *> THE NETPAY FILE FOR PAYMENT. THE RATE PARM IS FOUR DIGITS
      *> READ AS 99V99, SO '0300' MEANS RS 3.00 A UNIT.
       01 WS-NET-METER-VARIABLES.
          05 WS-NET-SETTLE-MONTH    PIC 9(02) VALUE 03.
          05 WS-NET-SETTLE-PARM     PIC X(02) VALUE SPACES.
          05 WS-NET-SETTLE-PARM-9 REDEFINES WS-NET-SETTLE-PARM
                                    PIC 9(02).
          05 WS-NET-EXPORT-RATE     PIC 9(02)V99 VALUE 3.00.
          05 WS-NET-RATE-PARM       PIC X(04) VALUE SPACES.
          05 WS-NET-RATE-PARM-9 REDEFINES WS-NET-RATE-PARM
                                    PIC 9(02)V99.
          05 WS-NET-METER-SW        PIC X(01) VALUE 'N'.
             88 WS-NET-METER        VALUE 'Y'.
          05 WS-NET-MTR-ID          PIC X(14) VALUE SPACES.
          05 WS-NET-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-NET-EXP-PREV-READ   PIC 9(06) VALUE 0.
          05 WS-NET-EXP-CURR-READ   PIC 9(06) VALUE 0.
          05 WS-NET-EXP-READ-SW     PIC X(01) VALUE 'N'.
             88 WS-NET-EXP-READ-BAD VALUE 'Y'.
             88 WS-NET-EXP-READ-OK  VALUE 'N'.
          05 WS-NET-IMPORT-UNITS    PIC 9(06) VALUE 0.
          05 WS-NET-EXPORT-UNITS    PIC 9(06) VALUE 0.
          05 WS-NET-AVAIL-UNITS     PIC 9(08) VALUE 0.
          05 WS-NET-BF-UNITS        PIC 9(08) VALUE 0.
          05 WS-NET-CF-UNITS        PIC 9(08) VALUE 0.
          05 WS-NET-PAYOUT-UNITS    PIC 9(08) VALUE 0.
          05 WS-NET-PAYOUT-AMT      PIC 9(08)V99 VALUE 0.
          05 WS-NET-BILL-SW         PIC X(01) VALUE 'N'.
             88 WS-NET-BILL         VALUE 'Y'.
             88 WS-NOT-NET-BILL     VALUE 'N'.
          05 WS-NET-BILL-IMPORT     PIC 9(06) VALUE 0.
          05 WS-NET-BILL-EXPORT     PIC 9(06) VALUE 0.
          05 WS-NET-BILL-BF         PIC 9(08) VALUE 0.
          05 WS-NET-BILL-CF         PIC 9(08) VALUE 0.
          05 WS-NET-BILL-PAYOUT     PIC 9(08) VALUE 0.
          05 WS-NET-BILL-CREDIT     PIC 9(08)V99 VALUE 0.
          05 WS-NET-GROSS-DUE       PIC 9(08)V99 VALUE 0.
          05 WS-NET-APPLIED         PIC 9(08)V99 VALUE 0.
          05 WS-NET-REFUND          PIC 9(08)V99 VALUE 0.
          05 WS-NET-BILLED-CTR      PIC 9(04) VALUE 0.
          05 WS-NET-PAYOUT-CTR      PIC 9(04) VALUE 0.

       01 WS-ZONE-VARIABLES.
          05 WS-URBAN-UNITS-TOTAL   PIC 9(10)    VALUE 0.
          05 WS-URBAN-AMOUNT-TOTAL  PIC 9(10)V99 VALUE 0.
          05 WS-SV-MTR-PREV-READ     PIC 9(06) VALUE 0.
          05 WS-SV-MTR-CURR-READ     PIC 9(06) VALUE 0.
          05 WS-SV-MTR-CYCLE-CODE    PIC X(02) VALUE SPACES.
          05 WS-SV-MTR-NET-METER-SW  PIC X(01) VALUE SPACES.
          05 WS-SV-MTR-EXP-PREV-READ PIC 9(06) VALUE 0.
          05 WS-SV-MTR-EXP-CURR-READ PIC 9(06) VALUE 0.
          05 WS-CONS-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-CONS-UNITS-TOTAL     PIC 9(06) VALUE 0.
          05 WS-CONS-METER-UNITS     PIC 9(06) VALUE 0.
             10 WS-CONS-TBL-MTR-ID    PIC X(14).
             10 WS-CONS-TBL-MTR-UNITS PIC 9(06).
             10 WS-CONS-TBL-EST-FLAG  PIC X(01).
             10 WS-CONS-TBL-EXP-UNITS PIC 9(06).

      *> PER-METER CONSUMPTION STATISTICS, LOADED FROM THE CONSHIST
      *> FILE BEFORE BILLING BEGINS. ACTUAL CYCLES FEED THE AVERAGE
                                        PIC 9(04).
          05 WS-DISCON-EDIT-AMT         PIC Z,ZZZ,ZZ9.99.

      *> A CUSTOMER KEEPING TO AN INSTALMENT PLAN - ACTIVE, AND PAID
      *> UP TO THE INSTALMENTS FOR CYCLES ALREADY PAST - IS NOT
      *> CHARGED THE LATE SURCHARGE AND IS LEFT OFF THE DISCONNECTION
      *> EXTRACT. THE BILL SHOWS THE INSTALMENT DUE THIS CYCLE:
      *> EVERYTHING DUE UP TO AND INCLUDING THIS CYCLE LESS WHAT HAS
      *> BEEN PAID. CYCLES ARE COUNTED AS YY * 12 + MM.
       01 WS-ARRANGEMENT-VARIABLES.
          05 WS-ARR-FILE-SW         PIC X(01) VALUE 'Y'.
             88 WS-ARR-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-ARR-FILE      VALUE 'N'.
          05 WS-ARR-PLAN-SW         PIC X(01) VALUE 'N'.
             88 WS-ARR-ON-PLAN      VALUE 'Y'.
             88 WS-ARR-NOT-ON-PLAN  VALUE 'N'.
          05 WS-ARR-LOOKUP-CUST-ID  PIC X(12) VALUE SPACES.
          05 WS-ARR-RUN-INDEX       PIC 9(04) VALUE 0.
          05 WS-ARR-START-INDEX     PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-COUNT      PIC 9(04) VALUE 0.
          05 WS-ARR-DUE-COUNT       PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-DUE-AMT    PIC 9(11)V99 VALUE 0.
          05 WS-ARR-DUE-AMT         PIC 9(11)V99 VALUE 0.
          05 WS-ARR-INSTAL-DUE      PIC 9(8)V99 VALUE 0.
          05 WS-ARR-REMAINING-AMT   PIC 9(8)V99 VALUE 0.
          05 WS-ARR-BILLED-CTR      PIC 9(04) VALUE 0.
          05 WS-ARR-DISCON-SKIP-CTR PIC 9(04) VALUE 0.

       01 WS-DUNNING-VARIABLES.
          05 WS-DUN-FILE-SW         PIC X(01) VALUE 'Y'.
             88 WS-DUN-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-DUN-FILE      VALUE 'N'.
          05 WS-DUN-SERVED-SW       PIC X(01) VALUE 'N'.
             88 WS-DUN-NOTICE-SERVED VALUE 'Y'.
             88 WS-DUN-NOT-SERVED   VALUE 'N'.
          05 WS-DUN-DISCON-SKIP-CTR PIC 9(04) VALUE 0.

      *> A NEW BILL IS HELD FOR REVIEW - WRITTEN TO THE BILL KSDS
      *> WITH STATUS 'H' AND AN ENTRY ON THE REVIEW KSDS, BUT KEPT
      *> OFF THE BILL FEED AND THE ZONE TOTALS - WHEN, FIRST HIT
      *> WINS:
      *>   ZER1  AN ACTUAL READING GIVES ZERO UNITS ON A METER WITH
      *>         A USAGE HISTORY
      *>   AVG1  ACTUAL UNITS ARE FURTHER FROM THE HISTORY AVERAGE
      *>         THAN THE SWING PERCENTAGE
      *>   PCT1  CHARGES (ENERGY + DUTY + FIXED/MINIMUM) MOVE FROM
      *>         THE CUSTOMER'S LAST BILL FOR THE METER BY MORE THAN
      *>         THE SWING PERCENTAGE
      *>   AMT1  THE SAME CHARGES MOVE BY MORE THAN THE SWING AMOUNT
      *> THE HISTORY AVERAGE IS THE SUM OF THE AVERAGES OF THE METERS
      *> ON THE BILL AND IS ONLY USED WHEN EVERY METER HAS ONE. A
      *> SWING PARM OF ZERO SWITCHES THAT TEST OFF.
       01 WS-REVIEW-VARIABLES.
          05 WS-REV-SWING-PCT       PIC 9(03) VALUE 100.
          05 WS-REV-PCT-PARM        PIC X(03) VALUE SPACES.
          05 WS-REV-PCT-PARM-9 REDEFINES WS-REV-PCT-PARM
                                    PIC 9(03).
          05 WS-REV-SWING-AMT       PIC 9(8)V99 VALUE 2000.00.
          05 WS-REV-AMT-PARM        PIC X(08) VALUE SPACES.
          05 WS-REV-AMT-PARM-9 REDEFINES WS-REV-AMT-PARM
                                    PIC 9(08).
          05 WS-REV-EDIT-AMT        PIC Z,ZZZ,ZZ9.99.
          05 WS-REV-HOLD-SW         PIC X(01) VALUE 'N'.
             88 WS-REV-HOLD         VALUE 'Y'.
             88 WS-REV-NO-HOLD      VALUE 'N'.
          05 WS-REV-REASON-CODE     PIC X(04) VALUE SPACES.
          05 WS-REV-REASON-TEXT     PIC X(30) VALUE SPACES.
          05 WS-REV-METERS          PIC 9(02) VALUE 0.
          05 WS-REV-HIST-METERS     PIC 9(02) VALUE 0.
          05 WS-REV-HIST-UNITS      PIC 9(08) VALUE 0.
          05 WS-REV-UNIT-SWING      PIC 9(08) VALUE 0.
          05 WS-REV-CHARGES         PIC 9(8)V99 VALUE 0.
          05 WS-REV-PREV-BILL-ID    PIC X(12) VALUE SPACES.
          05 WS-REV-PREV-CHARGES    PIC 9(8)V99 VALUE 0.
          05 WS-REV-SWING           PIC 9(8)V99 VALUE 0.
          05 WS-REV-HELD-CTR        PIC 9(04) VALUE 0.

      *> THE LAST BILL BEFORE THIS CYCLE FOR EACH CUSTOMER AND METER
      *> (BILL-MTR-ID, SO 'MULTI-METER' FOR A CONSOLIDATED BILL),
      *> LOADED FROM THE BILL KSDS AT START-UP. CANCELLED AND HELD
      *> BILLS ARE NOT A BASIS FOR COMPARISON.
       01 WS-PREV-BILL-VARIABLES.
          05 WS-PRV-COUNT           PIC 9(04) VALUE 0.
          05 WS-PRV-NDX             PIC 9(04) VALUE 0.
          05 WS-PRV-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-PRV-FOUND        VALUE 'Y'.
             88 WS-PRV-NOT-FOUND    VALUE 'N'.
          05 WS-PRV-LOOKUP-CUST-ID  PIC X(12) VALUE SPACES.
          05 WS-PRV-LOOKUP-MTR-ID   PIC X(14) VALUE SPACES.
       01 WS-PREV-BILL-TABLE.
          05 WS-PRV-ENTRY OCCURS 2000 TIMES.
             10 PRV-CUST-ID         PIC X(12).
             10 PRV-MTR-ID          PIC X(14).
             10 PRV-BILL-ID         PIC X(12).
             10 PRV-CHARGES         PIC 9(8)V99.

       01 WS-RECONCILE-VARIABLES.
          05 WS-RECON-MTR-ORPHANS    PIC 9(04) VALUE 0.
          05 WS-RECON-CUST-ORPHANS   PIC 9(04) VALUE 0.
          05 WS-FEED-EDIT-FIXED      PIC 99999999.99.
          05 WS-FEED-EDIT-SURCHG     PIC 99999999.99.

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
      *> SET FROM THE TARIFF TABLE BY 2447-SET-PART-SLABS.
       01 WS-SLAB-RATE-VALUES      PIC X(30) VALUE ZEROS.

       01 WS-SLAB-RATE-TABLE REDEFINES WS-SLAB-RATE-VALUES.
          05 WS-SLAB-ENTRY OCCURS 3 TIMES.
             10 WS-SLAB-UPTO       PIC 9(06).
             10 WS-SLAB-RATE       PIC 9(02)V99.

      *> FIXED AND MINIMUM CHARGES COME FROM THE TARIFF, PRO-RATED
      *> OVER THE PARTS OF THE PERIOD. THE MINIMUM APPLIES TO THE
      *> ENERGY CHARGE PLUS THE FIXED CHARGE, SO AN IDLE CONNECTION
      *> STILL PAYS THE CATEGORY MINIMUM EVERY CYCLE.
       01 WS-CHARGE-VARIABLES.
          05 WS-CUST-CATEGORY      PIC X(01) VALUE 'D'.
          05 WS-FIXED-CHARGE-AMT   PIC 9(08)V99 VALUE 0.
          05 WS-MIN-CHARGE-AMT     PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-MIN-CHARGE   PIC 9(08)V99 VALUE 0.
          05 WS-ITEM-UNITS        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(90) VALUE SPACES.

       01 WS-ARR-ITEM-DETAIL.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 FILLER               PIC X(22) VALUE
             '- INSTALMENT PLAN  DUE'.
          05 WS-ARR-ITEM-DUE      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'INSTALMENTS'.
          05 WS-ARR-ITEM-DUE-COUNT PIC ZZ9.
          05 FILLER               PIC X(4)  VALUE ' OF '.
          05 WS-ARR-ITEM-COUNT    PIC ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'PLAN BALANCE'.
          05 WS-ARR-ITEM-REMAINING PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(42) VALUE SPACES.

       01 WS-HOLD-ITEM-DETAIL.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
             '- HELD FOR REVIEW'.
          05 WS-HOLD-ITEM-CODE    PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-HOLD-ITEM-TEXT    PIC X(30).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'LAST CHARGES'.
          05 WS-HOLD-ITEM-PREV    PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'AVG UNITS'.
          05 WS-HOLD-ITEM-AVG     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-NET-ITEM-DETAIL.
          05 FILLER               PIC X(6)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE '- NET METER'.
          05 FILLER               PIC X(7)  VALUE 'IMPORT'.
          05 WS-NET-ITEM-IMPORT   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'EXPORT'.
          05 WS-NET-ITEM-EXPORT   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'BANK B/F'.
          05 WS-NET-ITEM-BF       PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'BANK C/F'.
          05 WS-NET-ITEM-CF       PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'PAID OUT'.
          05 WS-NET-ITEM-PAID     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'CREDIT'.
          05 WS-NET-ITEM-CREDIT   PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-RECON-SUMMARY-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
           MOVE WS-DATE TO WS-DATE-FORMAT.
           MOVE WS-YY TO WS-RUN-YYMM(1:2).
           MOVE WS-MM TO WS-RUN-YYMM(3:2).
           COMPUTE WS-ARR-RUN-INDEX = WS-YY * 12 + WS-MM.
           MOVE WS-DD TO WS-REPORT-DATE(1:2)
           MOVE '/'   TO WS-REPORT-DATE(3:1)
           MOVE WS-MM TO WS-REPORT-DATE(4:2)
           IF WS-SURCHARGE-PARM NOT = SPACES
              AND WS-SURCHARGE-PARM(1:4) IS NUMERIC
              MOVE WS-SURCHARGE-PARM-9 TO WS-SURCHARGE-RATE-PCT
              SET WS-SURCHARGE-OVERRIDE TO TRUE
              DISPLAY 'LATE SURCHARGE PCT PER CYCLE '
                      WS-SURCHARGE-RATE-PCT
           ELSE
              DISPLAY 'LATE SURCHARGE PCT PER CYCLE FROM TARIFF'
           END-IF.

           MOVE WS-DISCON-THRESHOLD-AMT TO WS-DISCON-EDIT-AMT.
           DISPLAY 'DISCONNECT THRESHOLDS RS ' WS-DISCON-EDIT-AMT
                   ' / ' WS-DISCON-THRESHOLD-CYCLES ' CYCLES'.

           ACCEPT WS-REV-PCT-PARM FROM ENVIRONMENT
                  'REVIEW-SWING-PCT'.
           IF WS-REV-PCT-PARM NOT = SPACES
              AND WS-REV-PCT-PARM-9 IS NUMERIC
              MOVE WS-REV-PCT-PARM-9 TO WS-REV-SWING-PCT
           END-IF.

           ACCEPT WS-REV-AMT-PARM FROM ENVIRONMENT
                  'REVIEW-SWING-AMT'.
           IF WS-REV-AMT-PARM NOT = SPACES
              AND WS-REV-AMT-PARM-9 IS NUMERIC
              MOVE WS-REV-AMT-PARM-9 TO WS-REV-SWING-AMT
           END-IF.

           MOVE WS-REV-SWING-AMT TO WS-REV-EDIT-AMT.
           DISPLAY 'REVIEW HOLD SWING ' WS-REV-SWING-PCT
                   ' PCT / RS ' WS-REV-EDIT-AMT.

           ACCEPT WS-NET-SETTLE-PARM FROM ENVIRONMENT
                  'NET-SETTLE-MONTH'.
           IF WS-NET-SETTLE-PARM NOT = SPACES
              AND WS-NET-SETTLE-PARM-9 IS NUMERIC
              AND WS-NET-SETTLE-PARM-9 > 0
              AND WS-NET-SETTLE-PARM-9 < 13
              MOVE WS-NET-SETTLE-PARM-9 TO WS-NET-SETTLE-MONTH
           END-IF.

           ACCEPT WS-NET-RATE-PARM FROM ENVIRONMENT
                  'NET-EXPORT-RATE'.
           IF WS-NET-RATE-PARM NOT = SPACES
              AND WS-NET-RATE-PARM(1:4) IS NUMERIC
              MOVE WS-NET-RATE-PARM-9 TO WS-NET-EXPORT-RATE
           END-IF.

           DISPLAY 'NET METER SETTLEMENT MONTH ' WS-NET-SETTLE-MONTH
                   ' / EXPORT RATE ' WS-NET-EXPORT-RATE.

       2000-PROCESS     SECTION.

           PERFORM 2100-OPEN-FILES.
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O RV01-REVIEW-KSDS.
           IF REV-FILE-MISSING
              OPEN OUTPUT RV01-REVIEW-KSDS
              CLOSE      RV01-REVIEW-KSDS
              OPEN I-O   RV01-REVIEW-KSDS
           END-IF.
           IF NOT REV-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL REVIEW KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-REV-STATUS
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

           MOVE 'CONSOL'     TO CTL-KEY.
           READ CO01-CONTROL-KSDS
                INVALID KEY
              PERFORM 2140-PURGE-INCOMPLETE-CYCLE
           END-IF.

           PERFORM 2130-LOAD-PREVIOUS-BILLS.

           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL REPORT FILE          '
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

           OPEN INPUT DN01-DUNNING-KSDS.
           IF DUN-FILE-MISSING
              DISPLAY 'NO DUNNING HISTORY ON FILE - '
                      'NO DISCONNECTION CANDIDATES'
              SET WS-NO-DUN-FILE TO TRUE
           ELSE
              IF NOT DUN-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING DUNNING HISTORY KSDS      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-DUN-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           PERFORM 2110-LOAD-CONSUMPTION-STATS.

           PERFORM 2120-LOAD-TARIFF-TABLE.

           OPEN EXTEND CH01-CONSUMPTION-HIST.
           IF WS-HIST-STATUS = '05' OR '35'
              OPEN OUTPUT CH01-CONSUMPTION-HIST
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

           OPEN OUTPUT ZO01-ZONE-FEED.
           IF NOT ZONE-IO-STATUS
              DISPLAY '----------------------------------------'
           DISPLAY 'DISCONNECT CANDIDATE FILE OPENED ..'
           DISPLAY 'CONSUMPTION HISTORY FILE  OPENED ..'
           DISPLAY 'ZONE REVENUE FEED FILE    OPENED ..'
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS          OPENED ..'
           END-IF
           DISPLAY 'CUSTOMER LEDGER FILE      OPENED ..'
           DISPLAY 'BILL REVIEW KSDS          OPENED ..'
           DISPLAY 'NET METER BANK KSDS       OPENED ..'
           DISPLAY 'NET CREDIT PAYOUT FILE    OPENED ..'
           DISPLAY '----------------------------------------'.

       2110-LOAD-CONSUMPTION-STATS SECTION.
              SET WS-EST-FOUND TO TRUE
           END-IF.

      *> RATING CANNOT RUN WITHOUT THE TARIFF MASTER, SO A MISSING
      *> OR EMPTY FILE, OR ONE TOO BIG FOR THE TABLE, ENDS THE RUN.
       2120-LOAD-TARIFF-TABLE SECTION.

           OPEN INPUT TF01-TARIFF-KSDS.
           IF NOT TAR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TARIFF MASTER KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TAR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           MOVE 0 TO WS-TAR-COUNT.
           PERFORM 2125-READ-TARIFF UNTIL TAR-EOF.

           CLOSE TF01-TARIFF-KSDS.

           IF WS-TAR-COUNT = 0
              DISPLAY '----------------------------------------'
              DISPLAY 'NO TARIFFS ON THE TARIFF MASTER KSDS    '
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY 'TARIFFS LOADED FROM TARIFF MASTER ', WS-TAR-COUNT.

       2125-READ-TARIFF SECTION.

           READ TF01-TARIFF-KSDS NEXT
                AT END
                   SET TAR-EOF TO TRUE
                NOT AT END
                   PERFORM 2126-STORE-TARIFF
           END-READ.

       2126-STORE-TARIFF SECTION.

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

      *> BILL IDS RUN BILL + YYMM + SEQUENCE, SO THE SCAN STOPS AT
      *> THE FIRST BILL OF THIS CYCLE AND, WITHIN A KEY, THE LAST
      *> BILL READ IS THE LATEST ONE.
       2130-LOAD-PREVIOUS-BILLS SECTION.

           MOVE LOW-VALUES TO BILL-ID.
           START MO01-BILL-KSDS KEY NOT LESS THAN BILL-ID
               INVALID KEY SET BILL-SCAN-EOF TO TRUE
           END-START.

           PERFORM 2135-READ-PREVIOUS-BILL UNTIL BILL-SCAN-EOF.

           MOVE '00' TO WS-BILL-STATUS.
           DISPLAY 'PREVIOUS BILLS LOADED FOR REVIEW ', WS-PRV-COUNT.

       2135-READ-PREVIOUS-BILL SECTION.

           READ MO01-BILL-KSDS NEXT
                AT END  SET BILL-SCAN-EOF TO TRUE
                NOT AT END
                   IF BILL-ID(5:4) NOT < WS-RUN-YYMM
                      SET BILL-SCAN-EOF TO TRUE
                   ELSE
                      IF NOT BILL-CANCELLED AND NOT BILL-HELD
                         PERFORM 2136-STORE-PREVIOUS-BILL
                      END-IF
                   END-IF
           END-READ.

       2136-STORE-PREVIOUS-BILL SECTION.

           MOVE BILL-CUST-ID TO WS-PRV-LOOKUP-CUST-ID.
           MOVE BILL-MTR-ID  TO WS-PRV-LOOKUP-MTR-ID.
           PERFORM 2137-FIND-PREVIOUS-BILL.

           IF WS-PRV-NOT-FOUND
              IF WS-PRV-COUNT < 2000
                 ADD 1 TO WS-PRV-COUNT
                 MOVE WS-PRV-COUNT TO WS-PRV-NDX
                 MOVE BILL-CUST-ID TO PRV-CUST-ID(WS-PRV-NDX)
                 MOVE BILL-MTR-ID  TO PRV-MTR-ID(WS-PRV-NDX)
                 SET WS-PRV-FOUND TO TRUE
              ELSE
                 DISPLAY 'WARNING: PREVIOUS BILL TABLE FULL (2000) - '
                         'BILL ' BILL-ID ' NOT TRACKED'
              END-IF
           END-IF.

           IF WS-PRV-FOUND
              MOVE BILL-ID TO PRV-BILL-ID(WS-PRV-NDX)
              COMPUTE PRV-CHARGES(WS-PRV-NDX) = BILL-AMOUNT
                                              + BILL-DUTY-AMOUNT
                                              + BILL-FIXED-CHARGE
           END-IF.

       2137-FIND-PREVIOUS-BILL SECTION.

           SET WS-PRV-NOT-FOUND TO TRUE.
           MOVE ZEROS           TO WS-PRV-NDX.

           PERFORM 2138-COMPARE-PREVIOUS-BILL
               VARYING WS-PRV-NDX FROM 1 BY 1
               UNTIL WS-PRV-NDX > WS-PRV-COUNT
                  OR WS-PRV-FOUND.

           IF WS-PRV-FOUND
              SUBTRACT 1 FROM WS-PRV-NDX
           END-IF.

       2138-COMPARE-PREVIOUS-BILL SECTION.

           IF PRV-CUST-ID(WS-PRV-NDX) = WS-PRV-LOOKUP-CUST-ID
              AND PRV-MTR-ID(WS-PRV-NDX) = WS-PRV-LOOKUP-MTR-ID
              SET WS-PRV-FOUND TO TRUE
           END-IF.

      *> A PRIOR RUN DIED BEFORE ITS FIRST CHECKPOINT: THE CHKPT
      *> RECORD STILL CARRIES THE ACTIVE MARKER WITH A ZERO READ
      *> COUNT, AND UP TO ONE CHECKPOINT INTERVAL OF ITS BILLS MAY
                                     BILL-ID
                          NOT INVALID KEY
                             ADD 1 TO WS-PURGED-CTR
                             MOVE BILL-ID TO REV-BILL-ID
                             DELETE RV01-REVIEW-KSDS
                                 INVALID KEY CONTINUE
                             END-DELETE
                      END-DELETE
                   ELSE
                      SET BILL-SCAN-EOF TO TRUE
                            MOVE MTR-PREV-READ TO WS-SV-MTR-PREV-READ
                            MOVE MTR-CURR-READ TO WS-SV-MTR-CURR-READ
                            MOVE MTR-CYCLE-CODE TO WS-SV-MTR-CYCLE-CODE
                            MOVE MTR-NET-METER-SW
                                 TO WS-SV-MTR-NET-METER-SW
                            MOVE MTR-EXP-PREV-READ
                                 TO WS-SV-MTR-EXP-PREV-READ
                            MOVE MTR-EXP-CURR-READ
                                 TO WS-SV-MTR-EXP-CURR-READ
                            DIVIDE WS-READ-CTR BY WS-CHECKPOINT-INTERVAL
                                   GIVING WS-CKPT-QUOTIENT
                                   REMAINDER WS-CKPT-REMAINDER
           MOVE WS-SV-MTR-CUST-ID TO WS-CONS-CUST-ID.
           MOVE ZEROS  TO WS-CONS-UNITS-TOTAL WS-CONS-METER-COUNT
                          WS-CONS-ITEM-TO-SHOW.
           MOVE ZEROS  TO WS-REV-METERS WS-REV-HIST-METERS
                          WS-REV-HIST-UNITS.
           MOVE SPACE  TO WS-EST-BILL-FLAG.
           MOVE ZEROS  TO WS-NET-BILL-IMPORT WS-NET-BILL-EXPORT
                          WS-NET-BILL-BF WS-NET-BILL-CF
                          WS-NET-BILL-PAYOUT WS-NET-BILL-CREDIT.
           SET WS-NOT-NET-BILL TO TRUE.

           PERFORM 2080-ACCUMULATE-MTR
               UNTIL MTR-EOF
           MOVE WS-SV-MTR-CURR-READ TO WS-CURR-READ-NUM.
           PERFORM 2410-DERIVE-UNITS-CONSUMED.

           MOVE WS-SV-MTR-ID            TO WS-NET-MTR-ID.
           MOVE WS-SV-MTR-CUST-ID       TO WS-NET-CUST-ID.
           MOVE WS-SV-MTR-NET-METER-SW  TO WS-NET-METER-SW.
           MOVE WS-SV-MTR-EXP-PREV-READ TO WS-NET-EXP-PREV-READ.
           MOVE WS-SV-MTR-EXP-CURR-READ TO WS-NET-EXP-CURR-READ.
           PERFORM 2411-DERIVE-EXPORT-UNITS.

           IF WS-READING-INVALID
              DISPLAY 'ERROR: CURR < PREV FOR CUST '
                      WS-SV-MTR-CUST-ID ' METER ' WS-SV-MTR-ID
              MOVE WS-SV-MTR-CURR-READ TO MTR-CURR-READ
              MOVE '2080-ACCUMULATE-MTR ' TO WS-EXC-PARAGRAPH
              MOVE 'RDG1'                 TO WS-EXC-REASON-CODE
              IF WS-NET-EXP-READ-BAD
                 MOVE 'RDG2'               TO WS-EXC-REASON-CODE
                 MOVE WS-NET-EXP-PREV-READ TO MTR-PREV-READ
                 MOVE WS-NET-EXP-CURR-READ TO MTR-CURR-READ
              END-IF
              PERFORM 2900-WRITE-EXCEPTION-RECORD
           ELSE
              MOVE WS-SV-MTR-ID TO WS-EST-LOOKUP-MTR-ID
              PERFORM 2415-RESOLVE-METER-UNITS
              PERFORM 2416-ADD-METER-AVERAGE
              PERFORM 2417-APPLY-NET-METERING
              IF WS-EST-METER-FLAG = 'E'
                 MOVE 'E' TO WS-EST-BILL-FLAG
              END-IF
              IF WS-CONS-METER-COUNT <= 50
                 MOVE WS-SV-MTR-ID TO
                      WS-CONS-TBL-MTR-ID(WS-CONS-METER-COUNT)
                 MOVE WS-NET-IMPORT-UNITS TO
                      WS-CONS-TBL-MTR-UNITS(WS-CONS-METER-COUNT)
                 MOVE WS-NET-EXPORT-UNITS TO
                      WS-CONS-TBL-EXP-UNITS(WS-CONS-METER-COUNT)
                 MOVE WS-EST-METER-FLAG TO
                      WS-CONS-TBL-EST-FLAG(WS-CONS-METER-COUNT)
                 MOVE WS-CONS-METER-COUNT TO WS-CONS-ITEM-TO-SHOW
              END-IF
              MOVE ZEROS TO MTR-PREV-READ MTR-CURR-READ

              PERFORM 2445-SELECT-ZONE-RATES
              IF WS-TAR-PART-COUNT = 0
                 MOVE '2090-FINALIZE-CONS ' TO WS-EXC-PARAGRAPH
                 PERFORM 2448-NO-TARIFF-EXCEPTION
              ELSE
                 PERFORM 2420-LOOKUP-PREV-BALANCE
                 PERFORM 2450-APPLY-SLAB-RATES
                 PERFORM 2460-CHECK-BILL-FOR-REVIEW
                 PERFORM 2500-GENERATE-BILL-ID
                 PERFORM 2600-WRITE-BILL-KSDS
                 PERFORM 2700-WRITE-REPORT-LINE

                 IF WS-CONS-METER-COUNT > 1
                    PERFORM 2720-WRITE-METER-ITEM
                        VARYING WS-CONS-NDX FROM 1 BY 1
                        UNTIL WS-CONS-NDX > WS-CONS-ITEM-TO-SHOW
                 END-IF
              END-IF
           END-IF.


           PERFORM 2410-DERIVE-UNITS-CONSUMED.

           MOVE MTR-ID            TO WS-NET-MTR-ID.
           MOVE MTR-CUST-ID       TO WS-NET-CUST-ID.
           MOVE MTR-NET-METER-SW  TO WS-NET-METER-SW.
           MOVE MTR-EXP-PREV-READ TO WS-NET-EXP-PREV-READ.
           MOVE MTR-EXP-CURR-READ TO WS-NET-EXP-CURR-READ.
           PERFORM 2411-DERIVE-EXPORT-UNITS.

           IF WS-READING-INVALID
              DISPLAY 'ERROR: CURR < PREV FOR CUST ' CUST-KEY
              ADD 1 TO WS-ERROR-CTR
              MOVE '2400-CALCULATE-BILL ' TO WS-EXC-PARAGRAPH
              MOVE 'RDG1'                 TO WS-EXC-REASON-CODE
              IF WS-NET-EXP-READ-BAD
                 MOVE 'RDG2'               TO WS-EXC-REASON-CODE
                 MOVE WS-NET-EXP-PREV-READ TO MTR-PREV-READ
                 MOVE WS-NET-EXP-CURR-READ TO MTR-CURR-READ
              END-IF
              PERFORM 2900-WRITE-EXCEPTION-RECORD
           ELSE
              MOVE MTR-ID TO WS-EST-LOOKUP-MTR-ID
              PERFORM 2415-RESOLVE-METER-UNITS
              MOVE WS-EST-METER-FLAG TO WS-EST-BILL-FLAG
              MOVE ZEROS TO WS-REV-METERS WS-REV-HIST-METERS
                            WS-REV-HIST-UNITS
              PERFORM 2416-ADD-METER-AVERAGE
              MOVE ZEROS TO WS-NET-BILL-IMPORT WS-NET-BILL-EXPORT
                            WS-NET-BILL-BF WS-NET-BILL-CF
                            WS-NET-BILL-PAYOUT WS-NET-BILL-CREDIT
              SET WS-NOT-NET-BILL TO TRUE
              PERFORM 2417-APPLY-NET-METERING

              PERFORM 2445-SELECT-ZONE-RATES
              IF WS-TAR-PART-COUNT = 0
                 MOVE '2400-CALCULATE-BILL ' TO WS-EXC-PARAGRAPH
                 PERFORM 2448-NO-TARIFF-EXCEPTION
              ELSE
                 PERFORM 2420-LOOKUP-PREV-BALANCE
                 PERFORM 2450-APPLY-SLAB-RATES
                 PERFORM 2460-CHECK-BILL-FOR-REVIEW

                 PERFORM 2500-GENERATE-BILL-ID
                 PERFORM 2600-WRITE-BILL-KSDS
                 PERFORM 2700-WRITE-REPORT-LINE
              END-IF
           END-IF.

       2410-DERIVE-UNITS-CONSUMED SECTION.
              END-IF
           END-IF.

      *> THE EXPORT REGISTER OF A NET-METERED METER WRAPS THE SAME
      *> WAY AS THE IMPORT REGISTER; A READING OUTSIDE THE WRAP
      *> TOLERANCE IS THE RDG2 READING ERROR. OTHER METERS EXPORT
      *> NOTHING.
       2411-DERIVE-EXPORT-UNITS SECTION.

           SET WS-NET-EXP-READ-OK TO TRUE.
           MOVE ZEROS TO WS-NET-EXPORT-UNITS.

           IF WS-NET-METER AND WS-READING-VALID
              IF WS-NET-EXP-CURR-READ >= WS-NET-EXP-PREV-READ
                 COMPUTE WS-NET-EXPORT-UNITS =
                         WS-NET-EXP-CURR-READ - WS-NET-EXP-PREV-READ
              ELSE
                 COMPUTE WS-NET-EXPORT-UNITS = 1000000
                         - WS-NET-EXP-PREV-READ + WS-NET-EXP-CURR-READ
                 IF WS-NET-EXPORT-UNITS > WS-WRAP-MAX-UNITS
                    SET WS-READING-INVALID  TO TRUE
                    SET WS-NET-EXP-READ-BAD TO TRUE
                    MOVE ZEROS TO WS-NET-EXPORT-UNITS
                 END-IF
              END-IF
           END-IF.

      *> AN UNREAD METER COMES THROUGH WITH ZERO UNITS (CURR = PREV)
      *> - ON A NET-METERED METER, ZERO ON BOTH REGISTERS.
      *> WHEN PRIOR ACTUAL CYCLES EXIST THE AVERAGE IS BILLED AS AN
      *> ESTIMATE; WHEN AN ACTUAL READING FOLLOWS ONE OR MORE
      *> ESTIMATED CYCLES THE UNITS ALREADY BILLED AS ESTIMATES ARE
           MOVE SPACE TO WS-EST-METER-FLAG.
           PERFORM 2117-FIND-EST-ENTRY.

           IF WS-UNITS-CONSUMED = 0 AND WS-NET-EXPORT-UNITS = 0
              IF WS-EST-FOUND
                 AND EST-CYCLE-COUNT(WS-EST-NDX) > 0
                 COMPUTE WS-EST-AVG-UNITS ROUNDED =
              END-IF
           END-IF.

      *> ADDS THE METER'S HISTORY AVERAGE (ACTUAL CYCLES ONLY) TO
      *> THE AVERAGE FOR THE BILL, FOR THE REVIEW CHECKS.
       2416-ADD-METER-AVERAGE SECTION.

           ADD 1 TO WS-REV-METERS.

           IF WS-EST-FOUND
              AND EST-CYCLE-COUNT(WS-EST-NDX) > 0
              COMPUTE WS-EST-AVG-UNITS ROUNDED =
                      EST-TOTAL-UNITS(WS-EST-NDX) /
                      EST-CYCLE-COUNT(WS-EST-NDX)
              ADD WS-EST-AVG-UNITS TO WS-REV-HIST-UNITS
              ADD 1 TO WS-REV-HIST-METERS
           END-IF.

      *> NETS THE EXPORT AND THE BANK OFF THE IMPORT OF A NET-METERED
      *> METER. WS-UNITS-CONSUMED COMES IN AS THE IMPORT AND GOES OUT
      *> AS THE UNITS TO BILL.
       2417-APPLY-NET-METERING SECTION.

           MOVE WS-UNITS-CONSUMED   TO WS-NET-IMPORT-UNITS.
           ADD WS-NET-IMPORT-UNITS TO WS-NET-BILL-IMPORT.

           IF WS-NET-METER
              PERFORM 2418-UPDATE-NET-BANK
           END-IF.

      *> THE BANK BROUGHT FORWARD IS THE ONE CARRIED OUT OF THE LAST
      *> CYCLE BILLED - OR, WHEN THIS CYCLE IS BEING BILLED AGAIN,
      *> THE ONE IT WAS FIRST BILLED FROM. THE PAID FIGURES ON THE
      *> BANK ARE THOSE OF THE LAST SETTLEMENT.
       2418-UPDATE-NET-BANK SECTION.

           MOVE WS-NET-MTR-ID TO NET-MTR-ID.
           READ NM01-NET-BANK-KSDS
                INVALID KEY
                   INITIALIZE NM01-NET-BANK-RECORD
                   MOVE WS-NET-MTR-ID TO NET-MTR-ID
                   MOVE ZEROS TO WS-NET-BF-UNITS
                NOT INVALID KEY
                   IF NET-LAST-CYCLE = WS-RUN-YYMM
                      MOVE NET-OPEN-UNITS TO WS-NET-BF-UNITS
                   ELSE
                      MOVE NET-BANK-UNITS TO WS-NET-BF-UNITS
                   END-IF
           END-READ.

           COMPUTE WS-NET-AVAIL-UNITS = WS-NET-BF-UNITS
                                      + WS-NET-EXPORT-UNITS.
           IF WS-NET-IMPORT-UNITS > WS-NET-AVAIL-UNITS
              COMPUTE WS-UNITS-CONSUMED =
                      WS-NET-IMPORT-UNITS - WS-NET-AVAIL-UNITS
              MOVE ZEROS TO WS-NET-CF-UNITS
           ELSE
              MOVE ZEROS TO WS-UNITS-CONSUMED
              COMPUTE WS-NET-CF-UNITS =
                      WS-NET-AVAIL-UNITS - WS-NET-IMPORT-UNITS
           END-IF.

           MOVE ZEROS TO WS-NET-PAYOUT-UNITS WS-NET-PAYOUT-AMT.
           IF WS-MM = WS-NET-SETTLE-MONTH AND WS-NET-CF-UNITS > 0
              MOVE WS-NET-CF-UNITS TO WS-NET-PAYOUT-UNITS
              COMPUTE WS-NET-PAYOUT-AMT ROUNDED =
                      WS-NET-PAYOUT-UNITS * WS-NET-EXPORT-RATE
              MOVE ZEROS TO WS-NET-CF-UNITS
           END-IF.

           MOVE WS-NET-CUST-ID      TO NET-CUST-ID.
           MOVE WS-NET-BF-UNITS     TO NET-OPEN-UNITS.
           MOVE WS-NET-CF-UNITS     TO NET-BANK-UNITS.
           MOVE WS-RUN-YYMM         TO NET-LAST-CYCLE.
           MOVE WS-NET-EXPORT-UNITS TO NET-LAST-EXPORT.
           IF WS-NET-PAYOUT-UNITS > 0
              MOVE WS-NET-PAYOUT-UNITS TO NET-PAID-UNITS
              MOVE WS-NET-PAYOUT-AMT   TO NET-PAID-AMOUNT
           END-IF.
           MOVE WS-DATE             TO NET-UPDATE-DATE.

           REWRITE NM01-NET-BANK-RECORD
               INVALID KEY
                   WRITE NM01-NET-BANK-RECORD
                       INVALID KEY
                          DISPLAY 'NET BANK WRITE FAILED FOR METER '
                                  WS-NET-MTR-ID ' STATUS '
                                  WS-NET-STATUS
                   END-WRITE
           END-REWRITE.

           ADD WS-NET-EXPORT-UNITS TO WS-NET-BILL-EXPORT.
           ADD WS-NET-BF-UNITS     TO WS-NET-BILL-BF.
           ADD WS-NET-CF-UNITS     TO WS-NET-BILL-CF.
           ADD WS-NET-PAYOUT-UNITS TO WS-NET-BILL-PAYOUT.
           ADD WS-NET-PAYOUT-AMT   TO WS-NET-BILL-CREDIT.
           SET WS-NET-BILL TO TRUE.

       2420-LOOKUP-PREV-BALANCE SECTION.

           MOVE CUST-KEY TO BAL-CUST-ID.
                   MOVE BAL-AGE-CYCLES TO WS-PREV-AGE-CYCLES
           END-READ.

           MOVE CUST-KEY TO WS-ARR-LOOKUP-CUST-ID.
           PERFORM 2430-CHECK-ARRANGEMENT.

       2430-CHECK-ARRANGEMENT SECTION.

           SET WS-ARR-NOT-ON-PLAN TO TRUE.
           MOVE ZEROS TO WS-ARR-INSTAL-DUE
                         WS-ARR-REMAINING-AMT
                         WS-ARR-DUE-COUNT.

           IF WS-ARR-FILE-OPEN
              MOVE WS-ARR-LOOKUP-CUST-ID TO ARR-CUST-ID
              READ AG01-ARRANGEMENT-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF ARR-ACTIVE
                         PERFORM 2435-EVALUATE-ARRANGEMENT
                      END-IF
              END-READ
           END-IF.

       2435-EVALUATE-ARRANGEMENT SECTION.

           COMPUTE WS-ARR-START-INDEX =
                   ARR-START-YY * 12 + ARR-START-MM.

           IF WS-ARR-RUN-INDEX < WS-ARR-START-INDEX
              MOVE ZEROS TO WS-ARR-PAST-COUNT WS-ARR-DUE-COUNT
           ELSE
              COMPUTE WS-ARR-PAST-COUNT =
                      WS-ARR-RUN-INDEX - WS-ARR-START-INDEX
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

           IF ARR-PAID-TO-DATE < WS-ARR-PAST-DUE-AMT
              DISPLAY 'INSTALMENT MISSED - PLAN NOT APPLIED FOR CUST '
                      ARR-CUST-ID
           ELSE
              SET WS-ARR-ON-PLAN TO TRUE
              COMPUTE WS-ARR-REMAINING-AMT =
                      ARR-ARREARS-AMT - ARR-PAID-TO-DATE
              IF WS-ARR-DUE-AMT > ARR-PAID-TO-DATE
                 COMPUTE WS-ARR-INSTAL-DUE =
                         WS-ARR-DUE-AMT - ARR-PAID-TO-DATE
              END-IF
           END-IF.

      *> BUILDS THE PARTS OF THE BILLING PERIOD FOR WS-TAR-CATEGORY
      *> AND WS-TAR-ZONE. THE CALLER SETS THE CENTURY, YEAR AND
      *> MONTH OF WS-TAR-PERIOD-START AND THE UNITS IN WS-TAR-UNITS.
       2440-BUILD-TARIFF-PERIOD SECTION.

           MOVE 01 TO WS-TAR-PERIOD-DD.
           PERFORM 2441-SET-MONTH-DAYS.
           COMPUTE WS-TAR-PERIOD-END =
                   WS-TAR-PERIOD-START + WS-TAR-MONTH-DAYS - 1.

           MOVE 0 TO WS-TAR-PART-COUNT.
           PERFORM 2442-CHECK-TARIFF-ENTRY
               VARYING WS-TAR-NDX FROM 1 BY 1
               UNTIL WS-TAR-NDX > WS-TAR-COUNT.

           MOVE WS-TAR-UNITS TO WS-TAR-UNITS-LEFT.
           PERFORM 2444-SPLIT-PART-UNITS
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

       2441-SET-MONTH-DAYS SECTION.

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
       2442-CHECK-TARIFF-ENTRY SECTION.

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
                 PERFORM 2443-ADD-TARIFF-PART
              END-IF
           END-IF.

       2443-ADD-TARIFF-PART SECTION.

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

       2444-SPLIT-PART-UNITS SECTION.

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

      *> THE TARIFF CATEGORY IS THE CUSTOMER CATEGORY ('D' OR BLANK
      *> IS DOMESTIC) AND THE ZONE IS THE LEADING CHARACTER OF
      *> CUST-AREA-CODE ('R' = RURAL, ANYTHING ELSE URBAN). THE
      *> BILLING PERIOD IS THE RUN MONTH.
       2445-SELECT-ZONE-RATES SECTION.

           MOVE CUST-CATEGORY TO WS-CUST-CATEGORY.
              MOVE 'D' TO WS-CUST-CATEGORY
           END-IF.

           MOVE WS-CUST-CATEGORY TO WS-TAR-CATEGORY.
           IF CUST-AREA-CODE(1:1) = 'R'
              MOVE 'R' TO WS-TAR-ZONE
           ELSE
              MOVE 'U' TO WS-TAR-ZONE
           END-IF.

           MOVE WS-CC             TO WS-TAR-PERIOD-CC.
           MOVE WS-YY             TO WS-TAR-PERIOD-YY.
           MOVE WS-MM             TO WS-TAR-PERIOD-MM.
           MOVE WS-UNITS-CONSUMED TO WS-TAR-UNITS.

           PERFORM 2440-BUILD-TARIFF-PERIOD.

      *> RATES EACH PART OF THE PERIOD ON ITS OWN TARIFF. THE
      *> SURCHARGE PERCENTAGE, UNLESS OVERRIDDEN, IS THAT OF THE
      *> LAST PART.
       2446-RATE-TARIFF-PART SECTION.

           PERFORM 2447-SET-PART-SLABS.

           MOVE WS-BILL-AMOUNT TO WS-TAR-PART-START-AMT.
           MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-SLAB-UNITS-LEFT.

           PERFORM 2455-APPLY-ONE-SLAB
               VARYING WS-SLAB-NDX FROM 1 BY 1
               UNTIL WS-SLAB-NDX > 3
                  OR WS-SLAB-UNITS-LEFT = 0.

           COMPUTE WS-TAR-PART-ENERGY =
                   WS-BILL-AMOUNT - WS-TAR-PART-START-AMT.

           COMPUTE WS-FIXED-CHARGE-AMT ROUNDED =
                   WS-FIXED-CHARGE-AMT + TRF-FIXED-CHARGE(WS-TAR-NDX)
                   * TRP-DAYS(WS-TAR-PART-NDX) / WS-TAR-MONTH-DAYS.
           COMPUTE WS-MIN-CHARGE-AMT ROUNDED =
                   WS-MIN-CHARGE-AMT + TRF-MIN-CHARGE(WS-TAR-NDX)
                   * TRP-DAYS(WS-TAR-PART-NDX) / WS-TAR-MONTH-DAYS.

           PERFORM 2458-CALCULATE-ELECTRICITY-DUTY.

           IF WS-TAR-PART-NDX = WS-TAR-PART-COUNT
              AND WS-SURCHARGE-FROM-TARIFF
              MOVE TRF-SURCHARGE-PCT(WS-TAR-NDX)
                                     TO WS-SURCHARGE-RATE-PCT
           END-IF.

      *> LOADS THE SLAB SCHEDULE OF ONE PART, WITH THE SLAB LIMITS
      *> PRO-RATED TO THE PART'S DAYS. THE OPEN-ENDED TOP SLAB KEEPS
      *> ITS 999999 LIMIT. LEAVES WS-TAR-NDX ON THE PART'S TARIFF.
       2447-SET-PART-SLABS SECTION.

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

      *> NO TARIFF IN FORCE FOR THE CATEGORY AND ZONE IN THE RUN
      *> MONTH - THE BILL IS NOT RAISED. THE CALLER SETS
      *> WS-EXC-PARAGRAPH.
       2448-NO-TARIFF-EXCEPTION SECTION.

           DISPLAY 'NO TARIFF IN FORCE FOR CUST ' MTR-CUST-ID
                   ' CATEGORY ' WS-TAR-CATEGORY ' ZONE ' WS-TAR-ZONE.
           ADD 1 TO WS-ERROR-CTR.
           MOVE 'TAR1' TO WS-EXC-REASON-CODE.
           PERFORM 2900-WRITE-EXCEPTION-RECORD.

       2450-APPLY-SLAB-RATES SECTION.

           MOVE ZEROS TO WS-BILL-AMOUNT
                         WS-FIXED-CHARGE-AMT
                         WS-MIN-CHARGE-AMT
                         WS-ELECTRICITY-DUTY.

           PERFORM 2446-RATE-TARIFF-PART
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

           PERFORM 2457-APPLY-FIXED-MIN-CHARGE.

           PERFORM 2459-CALCULATE-LATE-SURCHARGE.

      *> THE CHARGE CARRIED TO THE BILL IS THE TARIFF FIXED
      *> CONNECTION CHARGE, TOPPED UP WHERE ENERGY PLUS FIXED STILL
      *> FALLS SHORT OF THE TARIFF MINIMUM, SO EVEN A CONNECTION
      *> WITH ZERO CONSUMPTION PAYS THE MINIMUM.
       2457-APPLY-FIXED-MIN-CHARGE SECTION.

           MOVE WS-FIXED-CHARGE-AMT TO WS-FIXED-MIN-CHARGE.
           IF WS-BILL-AMOUNT + WS-FIXED-CHARGE-AMT < WS-MIN-CHARGE-AMT
              COMPUTE WS-FIXED-MIN-CHARGE =
       2458-CALCULATE-ELECTRICITY-DUTY SECTION.

           COMPUTE WS-ELECTRICITY-DUTY ROUNDED =
                   WS-ELECTRICITY-DUTY + WS-TAR-PART-ENERGY
                   * TRF-DUTY-PCT(WS-TAR-NDX) / 100.

      *> NO SURCHARGE WHILE THE CUSTOMER KEEPS TO AN INSTALMENT PLAN
      *> (SEE 2430-CHECK-ARRANGEMENT).
       2459-CALCULATE-LATE-SURCHARGE SECTION.

           IF WS-PREV-BALANCE-AMT > 0 AND WS-PREV-AGE-CYCLES > 0
              AND WS-ARR-NOT-ON-PLAN
              COMPUTE WS-LATE-SURCHARGE-AMT ROUNDED =
                      WS-PREV-BALANCE-AMT * WS-SURCHARGE-RATE-PCT
                      * WS-PREV-AGE-CYCLES / 100
              MOVE ZEROS TO WS-LATE-SURCHARGE-AMT
           END-IF.

           IF WS-ARR-ON-PLAN
              ADD 1 TO WS-ARR-BILLED-CTR
           END-IF.

       2455-APPLY-ONE-SLAB SECTION.

           IF WS-SLAB-NDX = 1
           COMPUTE WS-SLAB-UNITS-LEFT =
                   WS-SLAB-UNITS-LEFT - WS-SLAB-BAND-UNITS.

       2460-CHECK-BILL-FOR-REVIEW SECTION.

           SET WS-REV-NO-HOLD TO TRUE.
           MOVE SPACES TO WS-REV-REASON-CODE WS-REV-REASON-TEXT.
           COMPUTE WS-REV-CHARGES = WS-BILL-AMOUNT
                                  + WS-ELECTRICITY-DUTY
                                  + WS-FIXED-MIN-CHARGE.

           MOVE MTR-CUST-ID TO WS-PRV-LOOKUP-CUST-ID.
           MOVE MTR-ID      TO WS-PRV-LOOKUP-MTR-ID.
           PERFORM 2137-FIND-PREVIOUS-BILL.
           IF WS-PRV-FOUND
              MOVE PRV-BILL-ID(WS-PRV-NDX) TO WS-REV-PREV-BILL-ID
              MOVE PRV-CHARGES(WS-PRV-NDX) TO WS-REV-PREV-CHARGES
           ELSE
              MOVE SPACES TO WS-REV-PREV-BILL-ID
              MOVE ZEROS  TO WS-REV-PREV-CHARGES
           END-IF.

           IF WS-EST-BILL-FLAG NOT = 'E'
              AND WS-REV-HIST-METERS > 0
              AND WS-REV-HIST-METERS = WS-REV-METERS
              PERFORM 2461-CHECK-HISTORY-SWING
           END-IF.

           IF WS-REV-NO-HOLD AND WS-PRV-FOUND
              PERFORM 2462-CHECK-PREVIOUS-SWING
           END-IF.

      *> THE HISTORY IS OF IMPORT UNITS, SO ON A NET-METERED BILL
      *> THE TEST IS ON THE IMPORT BEFORE NETTING.
       2461-CHECK-HISTORY-SWING SECTION.

           IF WS-NET-BILL-IMPORT > WS-REV-HIST-UNITS
              COMPUTE WS-REV-UNIT-SWING =
                      WS-NET-BILL-IMPORT - WS-REV-HIST-UNITS
           ELSE
              COMPUTE WS-REV-UNIT-SWING =
                      WS-REV-HIST-UNITS - WS-NET-BILL-IMPORT
           END-IF.

           EVALUATE TRUE
              WHEN WS-NET-BILL-IMPORT = 0
                   AND WS-REV-HIST-UNITS > 0
                 SET WS-REV-HOLD TO TRUE
                 MOVE 'ZER1' TO WS-REV-REASON-CODE
                 MOVE 'ZERO UNITS ON A METER IN USE'
                                TO WS-REV-REASON-TEXT
              WHEN WS-REV-SWING-PCT > 0
                   AND WS-REV-UNIT-SWING * 100 >
                       WS-REV-HIST-UNITS * WS-REV-SWING-PCT
                 SET WS-REV-HOLD TO TRUE
                 MOVE 'AVG1' TO WS-REV-REASON-CODE
                 MOVE 'UNITS OUTSIDE HISTORY AVERAGE'
                                TO WS-REV-REASON-TEXT
           END-EVALUATE.

       2462-CHECK-PREVIOUS-SWING SECTION.

           IF WS-REV-CHARGES > WS-REV-PREV-CHARGES
              COMPUTE WS-REV-SWING =
                      WS-REV-CHARGES - WS-REV-PREV-CHARGES
           ELSE
              COMPUTE WS-REV-SWING =
                      WS-REV-PREV-CHARGES - WS-REV-CHARGES
           END-IF.

           EVALUATE TRUE
              WHEN WS-REV-SWING-PCT > 0
                   AND WS-REV-PREV-CHARGES > 0
                   AND WS-REV-SWING * 100 >
                       WS-REV-PREV-CHARGES * WS-REV-SWING-PCT
                 SET WS-REV-HOLD TO TRUE
                 MOVE 'PCT1' TO WS-REV-REASON-CODE
                 MOVE 'CHARGES SWING PCT VS LAST BILL'
                                TO WS-REV-REASON-TEXT
              WHEN WS-REV-SWING-AMT > 0
                   AND WS-REV-SWING > WS-REV-SWING-AMT
                 SET WS-REV-HOLD TO TRUE
                 MOVE 'AMT1' TO WS-REV-REASON-CODE
                 MOVE 'CHARGES SWING AMT VS LAST BILL'
                                TO WS-REV-REASON-TEXT
           END-EVALUATE.

       2500-GENERATE-BILL-ID SECTION.

           MOVE WS-YY TO WS-BILL-YY.
           MOVE WS-CUST-CATEGORY    TO BILL-CATEGORY.
           MOVE WS-FIXED-MIN-CHARGE TO BILL-FIXED-CHARGE.
           MOVE WS-LATE-SURCHARGE-AMT TO BILL-LATE-SURCHARGE.
           IF WS-REV-HOLD
              MOVE 'H'              TO BILL-STATUS
           ELSE
              MOVE SPACE            TO BILL-STATUS
           END-IF.
           MOVE SPACES              TO BILL-ORIG-BILL-ID.
           COMPUTE WS-NET-GROSS-DUE = WS-BILL-AMOUNT
                                    + WS-ELECTRICITY-DUTY
                                    + WS-FIXED-MIN-CHARGE
                                    + WS-LATE-SURCHARGE-AMT
                                    + WS-PREV-BALANCE-AMT.

      *> EXPORT CREDIT IS SET AGAINST THE WHOLE AMOUNT DUE; ANY
      *> CREDIT LEFT OVER IS PAID OUT (2680-WRITE-NET-PAYOUT).
           IF WS-NET-BILL-CREDIT > WS-NET-GROSS-DUE
              MOVE WS-NET-GROSS-DUE   TO WS-NET-APPLIED
           ELSE
              MOVE WS-NET-BILL-CREDIT TO WS-NET-APPLIED
           END-IF.
           COMPUTE WS-NET-REFUND = WS-NET-BILL-CREDIT - WS-NET-APPLIED.
           COMPUTE BILL-NET-DUE  = WS-NET-GROSS-DUE - WS-NET-APPLIED.

           IF WS-NET-BILL
              MOVE 'Y'              TO BILL-NET-METER-SW
           ELSE
              MOVE 'N'              TO BILL-NET-METER-SW
           END-IF.
           MOVE WS-NET-BILL-IMPORT  TO BILL-IMPORT-UNITS.
           MOVE WS-NET-BILL-EXPORT  TO BILL-EXPORT-UNITS.
           MOVE WS-NET-BILL-BF      TO BILL-BANK-BF-UNITS.
           MOVE WS-NET-BILL-CF      TO BILL-BANK-CF-UNITS.
           MOVE WS-NET-BILL-PAYOUT  TO BILL-PAYOUT-UNITS.
           MOVE WS-NET-BILL-CREDIT  TO BILL-EXPORT-CREDIT.
           MOVE WS-NET-REFUND       TO BILL-CREDIT-REFUND.

           WRITE MO01-BILL-RECORD
               INVALID KEY
                   MOVE MTR-CUST-ID TO WS-LAST-BILLED-CUST-ID
                   MOVE MTR-ID      TO WS-LAST-BILLED-MTR-ID
                   PERFORM 2650-UPDATE-BALANCE-KSDS
                   IF WS-REV-HOLD
                      PERFORM 2690-WRITE-REVIEW-RECORD
                   ELSE
                      PERFORM 2660-WRITE-FEED-RECORD
                   END-IF
                   PERFORM 2665-WRITE-CONSUMPTION-HIST
                   IF WS-REV-NO-HOLD
                      PERFORM 2670-ACCUMULATE-ZONE-TOTALS
                   END-IF
                   IF WS-NET-BILL
                      ADD 1 TO WS-NET-BILLED-CTR
                   END-IF
                   IF WS-NET-REFUND > 0
                      PERFORM 2680-WRITE-NET-PAYOUT
                   END-IF
           END-WRITE.

       2650-UPDATE-BALANCE-KSDS SECTION.
           MOVE CUST-KEY      TO BAL-CUST-ID.
           MOVE BILL-NET-DUE  TO BAL-AMOUNT.

           IF WS-PREV-BALANCE-AMT > 0 AND BILL-NET-DUE > 0
              ADD 1 TO WS-PREV-AGE-CYCLES GIVING BAL-AGE-CYCLES
           ELSE
              MOVE ZEROS TO BAL-AGE-CYCLES
                   WRITE BA01-BALANCE-RECORD
           END-REWRITE.

      *> THE BILL GOES ON THE LEDGER AS TWO DEBITS - THE CHARGES FOR
      *> THE CYCLE, THEN ANY LATE SURCHARGE - FOLLOWED BY A CREDIT
      *> FOR ANY EXPORT CREDIT SET AGAINST THEM, SO THE LAST RUNNING
      *> BALANCE IS THE NEW BAL-AMOUNT.
           MOVE CUST-KEY            TO WS-LED-CUST-ID.
           MOVE BILL-ID             TO WS-LED-REFERENCE.
           MOVE 'D'                 TO WS-LED-DR-CR.
           MOVE 'BL'                TO WS-LED-ENTRY-TYPE.
           COMPUTE WS-LED-AMOUNT  = WS-BILL-AMOUNT
                                  + WS-ELECTRICITY-DUTY
                                  + WS-FIXED-MIN-CHARGE.
           COMPUTE WS-LED-BALANCE = WS-PREV-BALANCE-AMT
                                  + WS-LED-AMOUNT.
           PERFORM 2668-WRITE-LEDGER-ENTRY.

           MOVE 'LS'                  TO WS-LED-ENTRY-TYPE.
           MOVE WS-LATE-SURCHARGE-AMT TO WS-LED-AMOUNT.
           MOVE WS-NET-GROSS-DUE      TO WS-LED-BALANCE.
           PERFORM 2668-WRITE-LEDGER-ENTRY.

           MOVE 'EC'                  TO WS-LED-ENTRY-TYPE.
           MOVE 'C'                   TO WS-LED-DR-CR.
           MOVE WS-NET-APPLIED        TO WS-LED-AMOUNT.
           MOVE BILL-NET-DUE          TO WS-LED-BALANCE.
           PERFORM 2668-WRITE-LEDGER-ENTRY.

       2660-WRITE-FEED-RECORD SECTION.

           MOVE BILL-UNITS      TO WS-FEED-EDIT-UNITS.
           ELSE
              MOVE BILL-MTR-ID       TO CH-MTR-ID
              MOVE WS-DATE           TO CH-CYCLE-DATE
              MOVE WS-NET-BILL-IMPORT TO CH-UNITS-CONSUMED
              MOVE WS-NET-BILL-EXPORT TO CH-EXPORT-UNITS
              MOVE WS-EST-BILL-FLAG  TO CH-EST-FLAG
              WRITE CH01-CONSUMPTION-HIST-RECORD
           END-IF.
           MOVE WS-CONS-TBL-MTR-ID(WS-CONS-NDX)    TO CH-MTR-ID.
           MOVE WS-DATE                            TO CH-CYCLE-DATE.
           MOVE WS-CONS-TBL-MTR-UNITS(WS-CONS-NDX) TO CH-UNITS-CONSUMED.
           MOVE WS-CONS-TBL-EXP-UNITS(WS-CONS-NDX) TO CH-EXPORT-UNITS.
           MOVE WS-CONS-TBL-EST-FLAG(WS-CONS-NDX)  TO CH-EST-FLAG.

           WRITE CH01-CONSUMPTION-HIST-RECORD.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2668-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL003 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

       2670-ACCUMULATE-ZONE-TOTALS SECTION.

           IF CUST-AREA-CODE(1:1) = 'R'
              ADD WS-BILL-AMOUNT    TO WS-URBAN-AMOUNT-TOTAL
           END-IF.

      *> EXPORT CREDIT BEYOND WHAT THE BILL OWES IS NOT LEFT ON
      *> CUSTBAL, WHICH CARRIES NO CREDIT BALANCE, BUT PASSED ON FOR
      *> PAYMENT TO THE CUSTOMER.
       2680-WRITE-NET-PAYOUT SECTION.

           INITIALIZE NP01-NET-PAYOUT-RECORD.
           MOVE BILL-CUST-ID  TO NPY-CUST-ID.
           MOVE BILL-ID       TO NPY-BILL-ID.
           MOVE BILL-MTR-ID   TO NPY-MTR-ID.
           MOVE WS-NET-REFUND TO NPY-AMOUNT.
           MOVE WS-DATE       TO NPY-DATE.

           WRITE NP01-NET-PAYOUT-RECORD.
           ADD 1 TO WS-NET-PAYOUT-CTR.

      *> A HELD BILL STILL POSTS TO CUSTBAL AND THE LEDGER; IT GOES
      *> TO THE FEED AND THE ZONE TOTALS ONLY WHEN BILL027 RELEASES
      *> IT, OR IS CANCELLED AND RE-BILLED BY BILL019.
       2690-WRITE-REVIEW-RECORD SECTION.

           INITIALIZE RV01-REVIEW-RECORD.
           MOVE BILL-ID             TO REV-BILL-ID.
           MOVE BILL-CUST-ID        TO REV-CUST-ID.
           MOVE BILL-MTR-ID         TO REV-MTR-ID.
           SET REV-HELD             TO TRUE.
           MOVE WS-REV-REASON-CODE  TO REV-REASON-CODE.
           MOVE WS-REV-REASON-TEXT  TO REV-REASON-TEXT.
           MOVE WS-DATE             TO REV-HOLD-DATE.
           MOVE WS-UNITS-CONSUMED   TO REV-UNITS.
           MOVE WS-REV-HIST-UNITS   TO REV-AVG-UNITS.
           MOVE WS-REV-CHARGES      TO REV-CHARGES.
           MOVE WS-REV-PREV-BILL-ID TO REV-PREV-BILL-ID.
           MOVE WS-REV-PREV-CHARGES TO REV-PREV-CHARGES.
           MOVE BILL-NET-DUE        TO REV-NET-DUE.

           WRITE RV01-REVIEW-RECORD
               INVALID KEY
                   DISPLAY 'REVIEW WRITE ERROR - BILL ' BILL-ID
                           ' STATUS ' WS-REV-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-REV-HELD-CTR
           END-WRITE.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
           WRITE TO01-BILL-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

           IF WS-ARR-ON-PLAN
              PERFORM 2710-WRITE-ARRANGEMENT-ITEM
           END-IF.

           IF WS-REV-HOLD
              PERFORM 2715-WRITE-HOLD-ITEM
           END-IF.

           IF WS-NET-BILL
              PERFORM 2716-WRITE-NET-METER-ITEM
           END-IF.

       2710-WRITE-ARRANGEMENT-ITEM SECTION.

           MOVE WS-ARR-INSTAL-DUE    TO WS-ARR-ITEM-DUE.
           MOVE WS-ARR-DUE-COUNT     TO WS-ARR-ITEM-DUE-COUNT.
           MOVE ARR-INSTAL-COUNT     TO WS-ARR-ITEM-COUNT.
           MOVE WS-ARR-REMAINING-AMT TO WS-ARR-ITEM-REMAINING.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           WRITE TO01-BILL-RPT-RECORD FROM WS-ARR-ITEM-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2715-WRITE-HOLD-ITEM SECTION.

           MOVE WS-REV-REASON-CODE  TO WS-HOLD-ITEM-CODE.
           MOVE WS-REV-REASON-TEXT  TO WS-HOLD-ITEM-TEXT.
           MOVE WS-REV-PREV-CHARGES TO WS-HOLD-ITEM-PREV.
           MOVE WS-REV-HIST-UNITS   TO WS-HOLD-ITEM-AVG.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           WRITE TO01-BILL-RPT-RECORD FROM WS-HOLD-ITEM-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2716-WRITE-NET-METER-ITEM SECTION.

           MOVE WS-NET-BILL-IMPORT TO WS-NET-ITEM-IMPORT.
           MOVE WS-NET-BILL-EXPORT TO WS-NET-ITEM-EXPORT.
           MOVE WS-NET-BILL-BF     TO WS-NET-ITEM-BF.
           MOVE WS-NET-BILL-CF     TO WS-NET-ITEM-CF.
           MOVE WS-NET-BILL-PAYOUT TO WS-NET-ITEM-PAID.
           MOVE WS-NET-BILL-CREDIT TO WS-NET-ITEM-CREDIT.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           WRITE TO01-BILL-RPT-RECORD FROM WS-NET-ITEM-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           DISPLAY '----------------------------------------'
           DISPLAY 'DISCONNECTION CANDIDATES WRITTEN  ',
                   WS-DISCON-CANDIDATE-CTR
           DISPLAY 'LEFT OFF - KEEPING TO INSTALMENTS ',
                   WS-ARR-DISCON-SKIP-CTR
           DISPLAY 'LEFT OFF - NOTICE NOT YET EXPIRED ',
                   WS-DUN-DISCON-SKIP-CTR
           DISPLAY '----------------------------------------'.

       2860-READ-BALANCE-FOR-DISCON SECTION.
                NOT AT END  PERFORM 2870-CHECK-DISCON-CANDIDATE
           END-READ.

      *> A CUSTOMER OVER THE THRESHOLDS BUT KEEPING TO AN
      *> INSTALMENT PLAN IS NOT A DISCONNECTION CANDIDATE, NOR IS
      *> ONE WHO HAS NOT YET HAD A DISCONNECTION NOTICE FROM THE
      *> DUNNING RUN OR WHOSE NOTICE PERIOD HAS NOT RUN OUT.
       2870-CHECK-DISCON-CANDIDATE SECTION.

           IF BAL-AMOUNT      >= WS-DISCON-THRESHOLD-AMT
              OR BAL-AGE-CYCLES >= WS-DISCON-THRESHOLD-CYCLES
              MOVE BAL-CUST-ID TO WS-ARR-LOOKUP-CUST-ID
              PERFORM 2430-CHECK-ARRANGEMENT
              IF WS-ARR-ON-PLAN
                 ADD 1 TO WS-ARR-DISCON-SKIP-CTR
              ELSE
                 PERFORM 2875-CHECK-DUNNING-STAGE
                 IF WS-DUN-NOT-SERVED
                    ADD 1 TO WS-DUN-DISCON-SKIP-CTR
                 ELSE
                    MOVE BAL-CUST-ID TO CUST-KEY
                    READ MI01-CUSTOMER-KSDS
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM 2880-WRITE-DISCON-RECORD
                    END-READ
                 END-IF
              END-IF
           END-IF.

       2875-CHECK-DUNNING-STAGE SECTION.

           SET WS-DUN-NOT-SERVED TO TRUE.

           IF WS-DUN-FILE-OPEN
              MOVE BAL-CUST-ID TO DUN-CUST-ID
              READ DN01-DUNNING-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF DUN-DISCON-NOTICE
                         AND DUN-DISCON-DATE NOT > WS-DATE
                         SET WS-DUN-NOTICE-SERVED TO TRUE
                      END-IF
              END-READ
           END-IF.

           DISPLAY ' BILLS WRITTEN            ',  WS-WRITE-CTR
           DISPLAY ' ERRORS                   ',  WS-ERROR-CTR
           DISPLAY ' EXCEPTIONS LOGGED        ',  WS-SKIP-CTR
           DISPLAY ' BILLS UNDER INSTALMENTS  ',  WS-ARR-BILLED-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY ' BILLS HELD FOR REVIEW    ',  WS-REV-HELD-CTR
           DISPLAY ' NET-METERED BILLS        ',  WS-NET-BILLED-CTR
           DISPLAY ' EXPORT CREDIT PAYOUTS    ',  WS-NET-PAYOUT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-METER-KSDS,
                  CO01-CONTROL-KSDS,
                  DI01-DISCONNECT-FILE,
                  CH01-CONSUMPTION-HIST,
                  LG01-CUST-LEDGER,
                  ZO01-ZONE-FEED,
                  RV01-REVIEW-KSDS,
                  NM01-NET-BANK-KSDS,
                  NP01-NET-PAYOUT.

           IF WS-ARR-FILE-OPEN
              CLOSE AG01-ARRANGEMENT-KSDS
           END-IF.
           IF WS-DUN-FILE-OPEN
              CLOSE DN01-DUNNING-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER KSDS    IS CLOSED          '
           DISPLAY 'DISCONNECT CANDIDATE FILE CLOSED '
           DISPLAY 'CONSUMPTION HISTORY FILE  CLOSED '
           DISPLAY 'ZONE REVENUE FEED FILE    CLOSED '
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS          CLOSED '
           END-IF
           DISPLAY 'CUSTOMER LEDGER FILE      CLOSED '
           DISPLAY 'BILL REVIEW KSDS          CLOSED '
           DISPLAY 'NET METER BANK KSDS       CLOSED '
           DISPLAY 'NET CREDIT PAYOUT FILE    CLOSED '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.
