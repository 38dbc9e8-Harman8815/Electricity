       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL020.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BR01-BANK-RETURNS ASSIGN TO BANKRTN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RTN-STATUS.

           SELECT RG01-RECEIPT-REG-KSDS ASSIGN TO RCPTREG
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS REG-REF
           FILE STATUS            IS WS-REG-STATUS.

           SELECT BA01-BALANCE-KSDS ASSIGN TO CUSTBAL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

           SELECT PH01-PAYMENT-HIST ASSIGN TO PAYHIST
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-HIST-STATUS.

           SELECT HD01-PAYMENT-HOLD-KSDS ASSIGN TO PMTHOLD
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS HLD-CUST-ID
           FILE STATUS            IS WS-HLD-STATUS.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT CO01-CONTROL-KSDS ASSIGN TO BILLCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT TO18-DISHONOUR-RPT ASSIGN TO DSHRPT
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

      *> BANK RETURNS FILE. AN 'R' RECORD IS A CHEQUE OR ECS DEBIT
      *> THE BANK HAS RETURNED UNPAID, IDENTIFIED BY THE PMT-REF IT
      *> WAS POSTED UNDER. A 'C' RECORD CONFIRMS CLEARED FUNDS FOR A
      *> CUSTOMER ON HOLD AND LIFTS THE HOLD - ONLY THE CUSTOMER ID
      *> IS NEEDED ON IT. CUSTOMER AND AMOUNT ON AN 'R' RECORD ARE
      *> OPTIONAL; WHEN PRESENT THEY MUST AGREE WITH THE REGISTER.
       FD BR01-BANK-RETURNS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 BR01-BANK-RETURN-RECORD.
          05 RTN-TYPE            PIC X(01).
             88 RTN-DISHONOUR    VALUE 'R'.
             88 RTN-CLEARED      VALUE 'C'.
          05 RTN-REF             PIC X(09).
          05 RTN-CUST-ID         PIC X(12).
          05 RTN-AMOUNT          PIC 9(8)V99.
          05 RTN-DATE            PIC 9(08).

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

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.

       01 BA01-BALANCE-RECORD.
          05 BAL-CUST-ID       PIC X(12).
          05 BAL-AMOUNT        PIC 9(8)V99.
          05 BAL-AGE-CYCLES    PIC 9(04).

       FD PH01-PAYMENT-HIST
           RECORDING MODE          IS F
           RECORD CONTAINS         60  CHARACTERS.

       01 PH01-PAYMENT-HIST-RECORD.
          05 PMH-CUST-ID        PIC X(12).
          05 PMH-PAYMENT-DATE   PIC 9(08).
          05 PMH-AMOUNT-PAID    PIC 9(8)V99.
          05 PMH-PREV-BALANCE   PIC 9(8)V99.
          05 PMH-NEW-BALANCE    PIC 9(8)V99.
          05 PMH-REF            PIC X(09).
          05 PMH-ENTRY-TYPE     PIC X(01).
             88 PMH-PAYMENT     VALUE 'P' ' '.
             88 PMH-REVERSAL    VALUE 'R'.
             88 PMH-DISHONOUR-FEE VALUE 'F'.

      *> ONE RECORD PER CUSTOMER WHO HAS HAD A PAYMENT RETURNED.
      *> WHILE THE HOLD IS ACTIVE BILL004 PUTS THE CUSTOMER'S NEW
      *> RECEIPTS INTO SUSPENSE INSTEAD OF POSTING THEM.
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

      *> INSTALMENT ARRANGEMENTS. BILL004 CREDITED THE RETURNED
      *> RECEIPT TO ARR-PAID-TO-DATE IF THE CUSTOMER WAS ON A PLAN;
      *> THE CREDIT IS TAKEN BACK HERE.
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

       FD TO18-DISHONOUR-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO18-DISHONOUR-RPT-RECORD PIC X(132).

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
          05 WS-RTN-STATUS       PIC X(02).
             88 RTN-IO-STATUS    VALUE '00'.
             88 RTN-EOF          VALUE '10'.
             88 RTN-FILE-MISSING VALUE '35'.
          05 WS-REG-STATUS       PIC X(02).
             88 REG-IO-STATUS    VALUE '00'.
             88 REG-NOT-FOUND    VALUE '23'.
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-NOT-FOUND    VALUE '23'.
          05 WS-HIST-STATUS      PIC X(02).
             88 HIST-IO-STATUS   VALUE '00'.
          05 WS-HLD-STATUS       PIC X(02).
             88 HLD-IO-STATUS    VALUE '00'.
             88 HLD-NOT-FOUND    VALUE '23'.
             88 HLD-FILE-MISSING VALUE '35'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-CTL-STATUS       PIC X(02).
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-REVERSED-CTR        PIC 9(04) VALUE ZEROS.
          05 WS-CLEARED-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-REVERSED-AMT  PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-FEE-AMT       PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-RETURN-DATE        PIC 9(08).

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.

      *> DISHONOUR FEE CHARGED ON EVERY RETURNED PAYMENT. PARM
      *> DISHONOUR-FEE IS RUPEES AND PAISE WITHOUT A POINT, SEVEN
      *> DIGITS (0015000 = RS 150.00); ZERO CHARGES NO FEE.
       01 WS-FEE-VARIABLES.
          05 WS-DISHONOUR-FEE       PIC 9(5)V99 VALUE 150.00.
          05 WS-FEE-PARM            PIC X(07) VALUE SPACES.
          05 WS-FEE-PARM-9 REDEFINES WS-FEE-PARM
                                    PIC 9(5)V99.

       01 WS-REVERSAL-VARIABLES.
          05 WS-PREV-BALANCE-AMT    PIC 9(8)V99 VALUE ZEROS.
          05 WS-REVERSED-BAL-AMT    PIC 9(8)V99 VALUE ZEROS.
          05 WS-NEW-BALANCE-AMT     PIC 9(8)V99 VALUE ZEROS.
          05 WS-FEE-AMT             PIC 9(8)V99 VALUE ZEROS.
          05 WS-RTN-CUST-ID         PIC X(12) VALUE SPACES.
          05 WS-RTN-AMOUNT          PIC 9(8)V99 VALUE ZEROS.

       01 WS-ARRANGEMENT-VARIABLES.
          05 WS-ARR-FILE-SW         PIC X(01) VALUE 'Y'.
             88 WS-ARR-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-ARR-FILE      VALUE 'N'.
          05 WS-ARR-DEBIT-AMT       PIC 9(8)V99 VALUE ZEROS.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2410-WRITE-LEDGER-ENTRY.
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
             'DISHONOURED PAYMENT REVERSAL REPORT'.
          05 FILLER               PIC X(64) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(3)  VALUE 'TY'.
          05 FILLER               PIC X(11) VALUE 'RECEIPT'.
          05 FILLER               PIC X(14) VALUE 'CUST ID'.
          05 FILLER               PIC X(13) VALUE 'REVERSED(Rs)'.
          05 FILLER               PIC X(11) VALUE 'FEE(Rs)'.
          05 FILLER               PIC X(13) VALUE 'PREV BAL'.
          05 FILLER               PIC X(13) VALUE 'NEW BAL'.
          05 FILLER               PIC X(5)  VALUE 'AGE'.
          05 FILLER               PIC X(11) VALUE 'STATUS'.
          05 FILLER               PIC X(30) VALUE 'REASON'.
          05 FILLER               PIC X(7)  VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-TYPE          PIC X(01).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-REF           PIC X(09).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-REVERSED      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-FEE           PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-PREV-BAL      PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NEW-BAL       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-AGE           PIC ZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS-TEXT   PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(30).
          05 FILLER               PIC X(7)  VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REVERSED:'.
          05 WS-RPT-REVERSED-CTR  PIC Z,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-TOTAL-REVERSED PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'FEES:'.
          05 WS-RPT-TOTAL-FEE     PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'HOLDS CLEARED:'.
          05 WS-RPT-CLEARED-CTR   PIC Z,ZZ9.
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
           DISPLAY 'BILL020 EXECUTION BEGINS HERE ..........'
           DISPLAY '  DISHONOURED PAYMENT REVERSAL          '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-FEE-PARM FROM ENVIRONMENT 'DISHONOUR-FEE'.
           IF WS-FEE-PARM NOT = SPACES
              AND WS-FEE-PARM-9 IS NUMERIC
              MOVE WS-FEE-PARM-9 TO WS-DISHONOUR-FEE
           END-IF.
           DISPLAY 'DISHONOUR FEE   ', WS-DISHONOUR-FEE.

           PERFORM 1100-CHECK-BILLING-INTERLOCK.

           OPEN INPUT BR01-BANK-RETURNS.
           IF RTN-FILE-MISSING
              DISPLAY 'NO BANK RETURNS ON FILE - NOTHING TO REVERSE'
              SET RTN-EOF TO TRUE
           ELSE
              IF NOT RTN-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING BANK RETURNS FILE         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-RTN-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN I-O RG01-RECEIPT-REG-KSDS.
           IF NOT REG-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RECEIPT REGISTER KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-REG-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O BA01-BALANCE-KSDS.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER BALANCE KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND PH01-PAYMENT-HIST.
           IF WS-HIST-STATUS = '05' OR '35'
              OPEN OUTPUT PH01-PAYMENT-HIST
           END-IF.
           IF NOT HIST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PAYMENT HISTORY FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-HIST-STATUS
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

           OPEN I-O HD01-PAYMENT-HOLD-KSDS.
           IF HLD-FILE-MISSING
              OPEN OUTPUT HD01-PAYMENT-HOLD-KSDS
              CLOSE      HD01-PAYMENT-HOLD-KSDS
              OPEN I-O   HD01-PAYMENT-HOLD-KSDS
           END-IF.
           IF NOT HLD-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING PAYMENT HOLD KSDS         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-HLD-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
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

           OPEN OUTPUT TO18-DISHONOUR-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DISHONOUR REPORT          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BANK RETURNS FILE      OPENED ............'
           DISPLAY 'RECEIPT REGISTER KSDS  OPENED ............'
           DISPLAY 'CUSTOMER BALANCE KSDS  OPENED ............'
           DISPLAY 'PAYMENT HISTORY FILE   OPENED ............'
           DISPLAY 'CUSTOMER LEDGER FILE   OPENED ............'
           DISPLAY 'PAYMENT HOLD KSDS      OPENED ............'
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS       OPENED ............'
           END-IF
           DISPLAY 'DISHONOUR REPORT       OPENED ............'
           DISPLAY '----------------------------------------'.

      *> CUSTBAL IS NOT TOUCHED WHILE A BILL003 RUN IS IN FLIGHT OR
      *> HAS FAILED MID-WAY - AN ACTIVE CHKPT RECORD ON THE SHARED
      *> CONTROL KSDS MARKS EXACTLY THAT STATE, SO THE REVERSAL RUN
      *> REFUSES TO START UNTIL BILL003 COMPLETES.
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
                         DISPLAY 'MID-WAY - REVERSAL RUN          '
                         DISPLAY 'REFUSED UNTIL BILL003 COMPLETES '
                         DISPLAY '--------------------------------'
                         CLOSE CO01-CONTROL-KSDS
                         PERFORM 9100-ABORT-RUN
                      END-IF
              END-READ
              CLOSE CO01-CONTROL-KSDS
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-READ-RETURN UNTIL RTN-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-RETURN SECTION.

           READ BR01-BANK-RETURNS
                AT END  SET RTN-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE BANK RETURNS -------------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-APPLY-RETURN
                            PERFORM 2700-WRITE-REPORT-LINE
           END-READ.

       2200-APPLY-RETURN SECTION.

           MOVE 'ACCEPTED' TO WS-TRX-STATUS-TEXT.
           MOVE SPACES     TO WS-TRX-REASON.
           MOVE RTN-CUST-ID TO WS-RTN-CUST-ID.
           MOVE ZEROS      TO WS-RTN-AMOUNT
                              WS-PREV-BALANCE-AMT
                              WS-REVERSED-BAL-AMT
                              WS-NEW-BALANCE-AMT
                              WS-FEE-AMT.

           IF RTN-DATE IS NUMERIC AND RTN-DATE > 0
              MOVE RTN-DATE TO WS-RETURN-DATE
           ELSE
              MOVE WS-DATE  TO WS-RETURN-DATE
           END-IF.

           EVALUATE TRUE
              WHEN RTN-DISHONOUR
                 PERFORM 2300-REVERSE-RECEIPT
              WHEN RTN-CLEARED
                 PERFORM 2500-CLEAR-HOLD
              WHEN OTHER
                 MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                 MOVE 'UNKNOWN RECORD TYPE' TO WS-TRX-REASON
           END-EVALUATE.

           IF WS-TRX-STATUS-TEXT NOT = 'ACCEPTED'
              ADD 1 TO WS-REJECT-CTR
           END-IF.

      *> THE RETURNED ITEM MUST BE A RECEIPT BILL004 ACTUALLY POSTED
      *> AND NOT ALREADY REVERSED. THE REGISTER, NOT THE BANK FILE,
      *> SUPPLIES THE CUSTOMER AND AMOUNT TO REINSTATE.
       2300-REVERSE-RECEIPT SECTION.

           MOVE RTN-REF TO REG-REF.
           IF RTN-REF = SPACES
              MOVE 'REJECTED'               TO WS-TRX-STATUS-TEXT
              MOVE 'RECEIPT REF MISSING'    TO WS-TRX-REASON
           ELSE
              READ RG01-RECEIPT-REG-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'       TO WS-TRX-STATUS-TEXT
                      MOVE 'RECEIPT NOT ON REGISTER'
                                            TO WS-TRX-REASON
                   NOT INVALID KEY
                      PERFORM 2310-CHECK-REGISTER-ENTRY
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE REG-CUST-ID TO BAL-CUST-ID
              READ BA01-BALANCE-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'       TO WS-TRX-STATUS-TEXT
                      MOVE 'BALANCE NOT ON FILE'
                                            TO WS-TRX-REASON
                   NOT INVALID KEY
                      PERFORM 2350-REINSTATE-BALANCE
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2400-WRITE-REVERSAL-HIST
              PERFORM 2420-MARK-RECEIPT-RETURNED
              PERFORM 2450-PLACE-HOLD
              IF WS-ARR-FILE-OPEN
                 PERFORM 2470-REVERSE-ARRANGEMENT-CREDIT
              END-IF
              ADD 1             TO WS-REVERSED-CTR
              ADD WS-RTN-AMOUNT TO WS-TOTAL-REVERSED-AMT
              ADD WS-FEE-AMT    TO WS-TOTAL-FEE-AMT
           END-IF.

       2310-CHECK-REGISTER-ENTRY SECTION.

           MOVE REG-CUST-ID TO WS-RTN-CUST-ID.
           MOVE REG-AMOUNT  TO WS-RTN-AMOUNT.

           EVALUATE TRUE
              WHEN REG-DISHONOURED
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'RECEIPT ALREADY RETURNED' TO WS-TRX-REASON
              WHEN RTN-CUST-ID NOT = SPACES
                   AND RTN-CUST-ID NOT = REG-CUST-ID
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'CUSTOMER DIFFERS FROM RECEIPT' TO WS-TRX-REASON
              WHEN RTN-AMOUNT IS NUMERIC
                   AND RTN-AMOUNT > 0
                   AND RTN-AMOUNT NOT = REG-AMOUNT
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'AMOUNT DIFFERS FROM RECEIPT' TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> THE RETURNED AMOUNT GOES BACK ON THE BALANCE AND THE FEE
      *> ON TOP OF IT. THE REGISTER HOLDS THE AGE THE BALANCE HAD
      *> BEFORE THE RECEIPT WAS POSTED; IF THE RECEIPT CLEARED THE
      *> ARREARS THAT AGE IS PUT BACK, BUT AN AGE BILLING HAS SINCE
      *> MOVED PAST IT IS LEFT ALONE.
       2350-REINSTATE-BALANCE SECTION.

           MOVE BAL-AMOUNT       TO WS-PREV-BALANCE-AMT.
           MOVE WS-DISHONOUR-FEE TO WS-FEE-AMT.

           COMPUTE WS-REVERSED-BAL-AMT =
                   WS-PREV-BALANCE-AMT + WS-RTN-AMOUNT
              ON SIZE ERROR
                 MOVE 'REJECTED'         TO WS-TRX-STATUS-TEXT
                 MOVE 'BALANCE OVERFLOW' TO WS-TRX-REASON
           END-COMPUTE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              COMPUTE WS-NEW-BALANCE-AMT =
                      WS-REVERSED-BAL-AMT + WS-FEE-AMT
                 ON SIZE ERROR
                    MOVE 'REJECTED'         TO WS-TRX-STATUS-TEXT
                    MOVE 'BALANCE OVERFLOW' TO WS-TRX-REASON
              END-COMPUTE
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE WS-NEW-BALANCE-AMT TO BAL-AMOUNT
              IF REG-PREV-AGE-CYCLES IS NUMERIC
                 AND REG-PREV-AGE-CYCLES > BAL-AGE-CYCLES
                 MOVE REG-PREV-AGE-CYCLES TO BAL-AGE-CYCLES
              END-IF
              REWRITE BA01-BALANCE-RECORD
                  INVALID KEY
                     MOVE 'REJECTED'              TO WS-TRX-STATUS-TEXT
                     MOVE 'BALANCE REWRITE FAILED' TO WS-TRX-REASON
              END-REWRITE
           END-IF.

      *> THE REVERSAL AND THE FEE GO TO PAYHIST AS SEPARATE ENTRIES
      *> UNDER THE ORIGINAL RECEIPT REF, SO STATEMENTS AND BALANCING
      *> CAN TELL A RETURNED PAYMENT FROM A CHARGE.
       2400-WRITE-REVERSAL-HIST SECTION.

           MOVE WS-RTN-CUST-ID       TO PMH-CUST-ID.
           MOVE WS-RETURN-DATE       TO PMH-PAYMENT-DATE.
           MOVE WS-RTN-AMOUNT        TO PMH-AMOUNT-PAID.
           MOVE WS-PREV-BALANCE-AMT  TO PMH-PREV-BALANCE.
           MOVE WS-REVERSED-BAL-AMT  TO PMH-NEW-BALANCE.
           MOVE REG-REF              TO PMH-REF.
           SET PMH-REVERSAL          TO TRUE.
           WRITE PH01-PAYMENT-HIST-RECORD.

           IF WS-FEE-AMT > 0
              MOVE WS-FEE-AMT           TO PMH-AMOUNT-PAID
              MOVE WS-REVERSED-BAL-AMT  TO PMH-PREV-BALANCE
              MOVE WS-NEW-BALANCE-AMT   TO PMH-NEW-BALANCE
              SET PMH-DISHONOUR-FEE     TO TRUE
              WRITE PH01-PAYMENT-HIST-RECORD
           END-IF.

           MOVE WS-RTN-CUST-ID       TO WS-LED-CUST-ID.
           MOVE REG-REF              TO WS-LED-REFERENCE.
           MOVE 'D'                  TO WS-LED-DR-CR.
           MOVE 'PR'                 TO WS-LED-ENTRY-TYPE.
           MOVE WS-RTN-AMOUNT        TO WS-LED-AMOUNT.
           MOVE WS-REVERSED-BAL-AMT  TO WS-LED-BALANCE.
           PERFORM 2410-WRITE-LEDGER-ENTRY.

           MOVE 'DF'                 TO WS-LED-ENTRY-TYPE.
           MOVE WS-FEE-AMT           TO WS-LED-AMOUNT.
           MOVE WS-NEW-BALANCE-AMT   TO WS-LED-BALANCE.
           PERFORM 2410-WRITE-LEDGER-ENTRY.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2410-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL020 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

       2420-MARK-RECEIPT-RETURNED SECTION.

           SET REG-DISHONOURED   TO TRUE.
           MOVE WS-RETURN-DATE   TO REG-RETURN-DATE.

           REWRITE RG01-RECEIPT-REG-RECORD
               INVALID KEY
                  DISPLAY 'RECEIPT REGISTER REWRITE FAILED FOR REF '
                          REG-REF
           END-REWRITE.

       2450-PLACE-HOLD SECTION.

           MOVE WS-RTN-CUST-ID TO HLD-CUST-ID.
           READ HD01-PAYMENT-HOLD-KSDS
                INVALID KEY
                   INITIALIZE HD01-PAYMENT-HOLD-RECORD
                   MOVE WS-RTN-CUST-ID   TO HLD-CUST-ID
                   SET HLD-ACTIVE        TO TRUE
                   MOVE 1                TO HLD-RETURN-COUNT
                   MOVE WS-RETURN-DATE   TO HLD-LAST-RETURN-DATE
                   MOVE REG-REF          TO HLD-LAST-REF
                   WRITE HD01-PAYMENT-HOLD-RECORD
                       INVALID KEY
                          DISPLAY 'PAYMENT HOLD WRITE FAILED FOR CUST '
                                  WS-RTN-CUST-ID
                   END-WRITE
                NOT INVALID KEY
                   SET HLD-ACTIVE        TO TRUE
                   IF HLD-RETURN-COUNT < 999
                      ADD 1              TO HLD-RETURN-COUNT
                   END-IF
                   MOVE WS-RETURN-DATE   TO HLD-LAST-RETURN-DATE
                   MOVE REG-REF          TO HLD-LAST-REF
                   MOVE ZEROS            TO HLD-CLEARED-DATE
                   REWRITE HD01-PAYMENT-HOLD-RECORD
                       INVALID KEY
                          DISPLAY 'PAYMENT HOLD REWRITE FAILED FOR '
                                  'CUST ' WS-RTN-CUST-ID
                   END-REWRITE
           END-READ.

      *> A RETURNED RECEIPT NO LONGER COUNTS TOWARDS AN INSTALMENT
      *> PLAN. A PLAN IT HAD COMPLETED IS REOPENED, SO THE NEXT
      *> BILL004 RUN LAPSES IT IF AN INSTALMENT IS NOW MISSED.
       2470-REVERSE-ARRANGEMENT-CREDIT SECTION.

           MOVE WS-RTN-CUST-ID TO ARR-CUST-ID.
           READ AG01-ARRANGEMENT-KSDS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF (ARR-ACTIVE OR ARR-COMPLETED)
                      AND ARR-PAID-TO-DATE > 0
                      AND REG-POST-DATE NOT < ARR-SETUP-DATE
                      PERFORM 2475-DEBIT-ARRANGEMENT
                   END-IF
           END-READ.

       2475-DEBIT-ARRANGEMENT SECTION.

           IF WS-RTN-AMOUNT < ARR-PAID-TO-DATE
              MOVE WS-RTN-AMOUNT    TO WS-ARR-DEBIT-AMT
           ELSE
              MOVE ARR-PAID-TO-DATE TO WS-ARR-DEBIT-AMT
           END-IF.

           SUBTRACT WS-ARR-DEBIT-AMT FROM ARR-PAID-TO-DATE.

           IF ARR-COMPLETED
              AND ARR-PAID-TO-DATE < ARR-ARREARS-AMT
              SET ARR-ACTIVE        TO TRUE
              MOVE ZEROS            TO ARR-CLOSED-DATE
              MOVE SPACES           TO ARR-CLOSE-REASON
           END-IF.

           REWRITE AG01-ARRANGEMENT-RECORD
               INVALID KEY
                  DISPLAY 'ARRANGEMENT REWRITE FAILED FOR CUST '
                          WS-RTN-CUST-ID
           END-REWRITE.

      *> CLEARED FUNDS CONFIRMED - THE HOLD IS LIFTED BUT THE RECORD
      *> IS KEPT WITH ITS RETURN COUNT. RECEIPTS HELD IN SUSPENSE
      *> MEANWHILE POST ON THE NEXT SUSPENSE RUN OF BILL004.
       2500-CLEAR-HOLD SECTION.

           MOVE RTN-CUST-ID TO HLD-CUST-ID.
           IF RTN-CUST-ID = SPACES
              MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
              MOVE 'CUSTOMER ID MISSING' TO WS-TRX-REASON
           ELSE
              READ HD01-PAYMENT-HOLD-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'    TO WS-TRX-STATUS-TEXT
                      MOVE 'CUSTOMER NOT ON HOLD' TO WS-TRX-REASON
                   NOT INVALID KEY
                      IF HLD-ACTIVE
                         SET HLD-CLEARED    TO TRUE
                         MOVE WS-RETURN-DATE TO HLD-CLEARED-DATE
                         REWRITE HD01-PAYMENT-HOLD-RECORD
                             INVALID KEY
                                MOVE 'REJECTED' TO WS-TRX-STATUS-TEXT
                                MOVE 'HOLD REWRITE FAILED'
                                                TO WS-TRX-REASON
                         END-REWRITE
                      ELSE
                         MOVE 'REJECTED'    TO WS-TRX-STATUS-TEXT
                         MOVE 'CUSTOMER NOT ON HOLD' TO WS-TRX-REASON
                      END-IF
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              ADD 1 TO WS-CLEARED-CTR
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE RTN-TYPE             TO WS-RPT-TYPE.
           MOVE RTN-REF              TO WS-RPT-REF.
           MOVE WS-RTN-CUST-ID       TO WS-RPT-CUST-ID.
           MOVE WS-RTN-AMOUNT        TO WS-RPT-REVERSED.
           MOVE WS-FEE-AMT           TO WS-RPT-FEE.
           MOVE WS-PREV-BALANCE-AMT  TO WS-RPT-PREV-BAL.
           MOVE WS-NEW-BALANCE-AMT   TO WS-RPT-NEW-BAL.
           IF RTN-DISHONOUR AND WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE BAL-AGE-CYCLES    TO WS-RPT-AGE
           ELSE
              MOVE ZEROS             TO WS-RPT-AGE
           END-IF.
           MOVE WS-TRX-STATUS-TEXT   TO WS-RPT-STATUS-TEXT.
           MOVE WS-TRX-REASON        TO WS-RPT-REASON.

           WRITE TO18-DISHONOUR-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO18-DISHONOUR-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO18-DISHONOUR-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-REVERSED-CTR        TO WS-RPT-REVERSED-CTR.
           MOVE WS-TOTAL-REVERSED-AMT  TO WS-RPT-TOTAL-REVERSED.
           MOVE WS-TOTAL-FEE-AMT       TO WS-RPT-TOTAL-FEE.
           MOVE WS-CLEARED-CTR         TO WS-RPT-CLEARED-CTR.
           MOVE WS-REJECT-CTR          TO WS-RPT-REJECT-CTR.
           WRITE TO18-DISHONOUR-RPT-RECORD FROM WS-REPORT-TOTAL.

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
           DISPLAY ' BANK RETURNS READ        ',  WS-READ-CTR
           DISPLAY ' PAYMENTS REVERSED        ',  WS-REVERSED-CTR
           DISPLAY ' AMOUNT REVERSED          ',  WS-TOTAL-REVERSED-AMT
           DISPLAY ' DISHONOUR FEES           ',  WS-TOTAL-FEE-AMT
           DISPLAY ' HOLDS CLEARED            ',  WS-CLEARED-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY '----------------------------------------'

           IF NOT RTN-FILE-MISSING
              CLOSE BR01-BANK-RETURNS
           END-IF.

           CLOSE  RG01-RECEIPT-REG-KSDS,
                  BA01-BALANCE-KSDS,
                  PH01-PAYMENT-HIST,
                  LG01-CUST-LEDGER,
                  HD01-PAYMENT-HOLD-KSDS,
                  TO18-DISHONOUR-RPT.

           IF WS-ARR-FILE-OPEN
              CLOSE AG01-ARRANGEMENT-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BANK RETURNS FILE      IS CLOSED  '
           DISPLAY 'RECEIPT REGISTER KSDS  IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'PAYMENT HISTORY FILE   IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE   IS CLOSED  '
           DISPLAY 'PAYMENT HOLD KSDS      IS CLOSED  '
           IF WS-ARR-FILE-OPEN
              DISPLAY 'ARRANGEMENT KSDS       IS CLOSED  '
           END-IF
           DISPLAY 'DISHONOUR REPORT       IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL020 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-REVERSED-CTR   TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
