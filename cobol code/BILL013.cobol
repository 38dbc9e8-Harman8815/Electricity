           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
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
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-RUN-YEAR           PIC 9(04) VALUE 0.
          05 WS-LAST-INT-YEAR      PIC 9(04) VALUE 0.

      *> CUSTOMER LEDGER ENTRY, SET UP BY THE CALLER OF
      *> 2360-WRITE-LEDGER-ENTRY.
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

           OPEN OUTPUT TO11-DEPINT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
           DISPLAY '----------------------------------------'
           DISPLAY 'DEPOSIT LEDGER KSDS   OPENED .............'
           DISPLAY 'CUSTOMER BALANCE KSDS OPENED .............'
           DISPLAY 'CUSTOMER LEDGER FILE  OPENED .............'
           DISPLAY 'INTEREST RUN RPT      OPENED .............'
           DISPLAY '----------------------------------------'.

                       INVALID KEY
                          DISPLAY 'BALANCE REWRITE FAILED FOR CUST '
                                  BAL-CUST-ID
                       NOT INVALID KEY
                          PERFORM 2350-WRITE-LEDGER-INTEREST
                   END-REWRITE
           END-READ.

      *> ONLY THE APPLIED PART OF THE INTEREST REACHES CUSTBAL, SO
      *> ONLY THAT PART IS CREDITED ON THE LEDGER.
       2350-WRITE-LEDGER-INTEREST SECTION.

           MOVE DEP-CUST-ID          TO WS-LED-CUST-ID.
           MOVE 'IC'                 TO WS-LED-ENTRY-TYPE.
           MOVE 'C'                  TO WS-LED-DR-CR.
           MOVE WS-APPLIED-AMT       TO WS-LED-AMOUNT.
           MOVE BAL-AMOUNT           TO WS-LED-BALANCE.
           MOVE 'DEP INTEREST'       TO WS-LED-REFERENCE.
           PERFORM 2360-WRITE-LEDGER-ENTRY.

      *> ONE LEDGER ENTRY FOR AN AMOUNT JUST POSTED TO CUSTBAL. A
      *> ZERO AMOUNT CHANGES NOTHING AND IS NOT RECORDED.
       2360-WRITE-LEDGER-ENTRY SECTION.

           IF WS-LED-AMOUNT > 0
              INITIALIZE LG01-LEDGER-RECORD
              MOVE WS-LED-CUST-ID    TO LED-CUST-ID
              MOVE WS-DATE           TO LED-POST-DATE
              MOVE WS-LED-ENTRY-TYPE TO LED-ENTRY-TYPE
              MOVE WS-LED-DR-CR      TO LED-DR-CR
              MOVE WS-LED-AMOUNT     TO LED-AMOUNT
              MOVE WS-LED-BALANCE    TO LED-RUNNING-BAL
              MOVE WS-LED-REFERENCE  TO LED-REFERENCE
              MOVE 'BILL013 '        TO LED-PROGRAM-ID
              WRITE LG01-LEDGER-RECORD
              ADD 1 TO WS-LEDGER-CTR
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
           DISPLAY ' DEPOSIT RECORDS READ     ',  WS-READ-CTR
           DISPLAY ' INTEREST CREDITED        ',  WS-CREDITED-CTR
           DISPLAY ' SKIPPED                  ',  WS-SKIPPED-CTR
           DISPLAY ' LEDGER ENTRIES WRITTEN   ',  WS-LEDGER-CTR
           DISPLAY '----------------------------------------'

           CLOSE  DP01-DEPOSIT-KSDS,
                  BA01-BALANCE-KSDS,
                  LG01-CUST-LEDGER,
                  TO11-DEPINT-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'DEPOSIT LEDGER KSDS   IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE  IS CLOSED  '
           DISPLAY 'INTEREST RUN RPT      IS CLOSED  '
           DISPLAY '----------------------------------------'

