       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL021.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AT02-ARRANGEMENT-TRANS ASSIGN TO ARRTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRX-STATUS.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT BA01-BALANCE-KSDS ASSIGN TO CUSTBAL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

           SELECT TO19-ARR-MAINT-RPT ASSIGN TO ARRMRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> ARRANGEMENT TRANSACTIONS. 'A' SETS UP A PLAN TO CLEAR THE
      *> GIVEN ARREARS IN EQUAL MONTHLY INSTALMENTS FROM THE START
      *> CYCLE (YYMM, AS IN THE BILL ID). 'X' CANCELS THE ACTIVE
      *> PLAN; ATX-REASON IS RECORDED AGAINST IT (DEFAULT 'CANC').
       FD AT02-ARRANGEMENT-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         50  CHARACTERS.

       01 AT02-ARRANGEMENT-TRANS-RECORD.
          05 ATX-ACTION-CODE      PIC X(01).
             88 ATX-ACTION-SETUP  VALUE 'A'.
             88 ATX-ACTION-CANCEL VALUE 'X'.
          05 ATX-CUST-ID          PIC X(12).
          05 ATX-ARREARS-AMT      PIC 9(8)V99.
          05 ATX-INSTAL-AMT       PIC 9(8)V99.
          05 ATX-INSTAL-COUNT     PIC 9(03).
          05 ATX-START-CYCLE.
             10 ATX-START-YY      PIC 9(02).
             10 ATX-START-MM      PIC 9(02).
          05 ATX-REASON           PIC X(04).
          05 FILLER               PIC X(06).

      *> INSTALMENT ARRANGEMENT MASTER, ONE RECORD PER CUSTOMER.
      *> ARR-PAID-TO-DATE IS CREDITED BY BILL004 AS RECEIPTS POST
      *> AND TAKEN BACK BY BILL020 IF A RECEIPT IS RETURNED UNPAID.
      *> BILL004 LAPSES THE PLAN WHEN AN INSTALMENT IS MISSED.
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

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.

       01 BA01-BALANCE-RECORD.
          05 BAL-CUST-ID       PIC X(12).
          05 BAL-AMOUNT        PIC 9(8)V99.
          05 BAL-AGE-CYCLES    PIC 9(04).

       FD TO19-ARR-MAINT-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO19-ARR-MAINT-RPT-RECORD PIC X(80).

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
          05 WS-TRX-STATUS       PIC X(02).
             88 TRX-IO-STATUS    VALUE '00'.
             88 TRX-EOF          VALUE '10'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-CUST-STATUS      PIC X(02).
             88 CUST-IO-STATUS   VALUE '00'.
             88 CUST-NOT-FOUND   VALUE '23'.
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-NOT-FOUND    VALUE '23'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-ACCEPT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-SETUP-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-CANCEL-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

      *> LONGEST PLAN A SUPERVISOR MAY AGREE, IN MONTHLY
      *> INSTALMENTS. PARM ARR-MAX-INSTALMENTS OVERRIDES (3 DIGITS).
       01 WS-LIMIT-VARIABLES.
          05 WS-MAX-INSTALMENTS    PIC 9(03) VALUE 024.
          05 WS-MAX-INST-PARM      PIC X(03) VALUE SPACES.
          05 WS-MAX-INST-PARM-9 REDEFINES WS-MAX-INST-PARM
                                   PIC 9(03).
          05 WS-PLAN-TOTAL-AMT     PIC 9(11)V99 VALUE 0.

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 FILLER               PIC X(36) VALUE
             'INSTALMENT ARRANGEMENT MAINTENANCE'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(3)  VALUE 'AC'.
          05 FILLER               PIC X(13) VALUE 'CUST ID'.
          05 FILLER               PIC X(13) VALUE 'ARREARS(Rs)'.
          05 FILLER               PIC X(11) VALUE 'INSTAL(Rs)'.
          05 FILLER               PIC X(4)  VALUE 'NO'.
          05 FILLER               PIC X(5)  VALUE 'FROM'.
          05 FILLER               PIC X(9)  VALUE 'STATUS'.
          05 FILLER               PIC X(21) VALUE 'REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTION        PIC X(01).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ARREARS       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-INSTAL        PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-COUNT         PIC ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-START-CYCLE   PIC X(04).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS-TEXT   PIC X(08).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(21).

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'READ:'.
          05 WS-RPT-READ-CTR      PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'SET UP:'.
          05 WS-RPT-SETUP-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'CANCELLED:'.
          05 WS-RPT-CANCEL-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REJECTED:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL021 EXECUTION BEGINS HERE ..........'
           DISPLAY '  INSTALMENT ARRANGEMENT MAINTENANCE    '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-MAX-INST-PARM FROM ENVIRONMENT
                  'ARR-MAX-INSTALMENTS'.
           IF WS-MAX-INST-PARM NOT = SPACES
              AND WS-MAX-INST-PARM-9 IS NUMERIC
              AND WS-MAX-INST-PARM-9 > 0
              MOVE WS-MAX-INST-PARM-9 TO WS-MAX-INSTALMENTS
           END-IF.
           DISPLAY 'MAXIMUM INSTALMENTS  ', WS-MAX-INSTALMENTS.

           OPEN INPUT AT02-ARRANGEMENT-TRANS.
           IF NOT TRX-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ARRANGEMENT TRANS FILE    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TRX-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O AG01-ARRANGEMENT-KSDS.
           IF ARR-FILE-MISSING
              OPEN OUTPUT AG01-ARRANGEMENT-KSDS
              CLOSE      AG01-ARRANGEMENT-KSDS
              OPEN I-O   AG01-ARRANGEMENT-KSDS
           END-IF.
           IF NOT ARR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ARRANGEMENT KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ARR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CUST-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT BA01-BALANCE-KSDS.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER BALANCE KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO19-ARR-MAINT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ARRANGEMENT MAINT REPORT  '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRANGEMENT TRANS FILE OPENED ............'
           DISPLAY 'ARRANGEMENT KSDS       OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'
           DISPLAY 'CUSTOMER BALANCE KSDS  OPENED ............'
           DISPLAY 'ARRANGEMENT MAINT RPT  OPENED ............'
           DISPLAY '----------------------------------------'.

       2000-PROCESS     SECTION.

           PERFORM 2100-READ-TRANSACTION UNTIL TRX-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-TRANSACTION SECTION.

           READ AT02-ARRANGEMENT-TRANS
                AT END  SET TRX-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE ARRANGEMENT TRANSACTIONS -------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-APPLY-TRANSACTION
                            PERFORM 2700-WRITE-REPORT-LINE
           END-READ.

       2200-APPLY-TRANSACTION SECTION.

           MOVE 'ACCEPTED' TO WS-TRX-STATUS-TEXT.
           MOVE SPACES     TO WS-TRX-REASON.

           EVALUATE TRUE
              WHEN ATX-CUST-ID = SPACES
                 MOVE 'REJECTED'           TO WS-TRX-STATUS-TEXT
                 MOVE 'CUST ID BLANK'      TO WS-TRX-REASON
              WHEN ATX-ACTION-SETUP
                 PERFORM 2300-SETUP-ARRANGEMENT
              WHEN ATX-ACTION-CANCEL
                 PERFORM 2400-CANCEL-ARRANGEMENT
              WHEN OTHER
                 MOVE 'REJECTED'           TO WS-TRX-STATUS-TEXT
                 MOVE 'UNKNOWN ACTION CODE' TO WS-TRX-REASON
           END-EVALUATE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              ADD 1 TO WS-ACCEPT-CTR
           ELSE
              ADD 1 TO WS-REJECT-CTR
           END-IF.

      *> A PLAN MAY ONLY COVER ARREARS THE CUSTOMER ACTUALLY OWES,
      *> AND ITS INSTALMENTS MUST CLEAR THE ARREARS WITHIN THE
      *> AGREED NUMBER OF CYCLES. A CUSTOMER WITH A LAPSED,
      *> CANCELLED OR COMPLETED PLAN MAY BE GIVEN A NEW ONE.
       2300-SETUP-ARRANGEMENT SECTION.

           PERFORM 2310-EDIT-SETUP.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE ATX-CUST-ID TO CUST-KEY
              READ MI01-CUSTOMER-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'CUST ID NOT ON FILE' TO WS-TRX-REASON
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE ATX-CUST-ID TO BAL-CUST-ID
              READ BA01-BALANCE-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'BALANCE NOT ON FILE' TO WS-TRX-REASON
                   NOT INVALID KEY
                      IF ATX-ARREARS-AMT > BAL-AMOUNT
                         MOVE 'REJECTED'         TO WS-TRX-STATUS-TEXT
                         MOVE 'ARREARS EXCEED BALANCE'
                                                 TO WS-TRX-REASON
                      END-IF
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE ATX-CUST-ID TO ARR-CUST-ID
              READ AG01-ARRANGEMENT-KSDS
                   INVALID KEY
                      PERFORM 2350-BUILD-ARRANGEMENT
                      WRITE AG01-ARRANGEMENT-RECORD
                          INVALID KEY
                             MOVE 'REJECTED'     TO WS-TRX-STATUS-TEXT
                             MOVE 'ARRANGEMENT WRITE FAILED'
                                                 TO WS-TRX-REASON
                      END-WRITE
                   NOT INVALID KEY
                      IF ARR-ACTIVE
                         MOVE 'REJECTED'         TO WS-TRX-STATUS-TEXT
                         MOVE 'ARRANGEMENT ALREADY ACTIVE'
                                                 TO WS-TRX-REASON
                      ELSE
                         PERFORM 2350-BUILD-ARRANGEMENT
                         REWRITE AG01-ARRANGEMENT-RECORD
                             INVALID KEY
                                MOVE 'REJECTED'  TO WS-TRX-STATUS-TEXT
                                MOVE 'ARRANGEMENT REWRITE FAILED'
                                                 TO WS-TRX-REASON
                         END-REWRITE
                      END-IF
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE 'ARRANGEMENT SET UP' TO WS-TRX-REASON
              ADD 1 TO WS-SETUP-CTR
           END-IF.

       2310-EDIT-SETUP SECTION.

           EVALUATE TRUE
              WHEN ATX-ARREARS-AMT NOT NUMERIC
                   OR ATX-ARREARS-AMT = 0
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'ARREARS AMOUNT INVALID'  TO WS-TRX-REASON
              WHEN ATX-INSTAL-AMT NOT NUMERIC
                   OR ATX-INSTAL-AMT = 0
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INSTALMENT AMOUNT INVALID' TO WS-TRX-REASON
              WHEN ATX-INSTAL-COUNT NOT NUMERIC
                   OR ATX-INSTAL-COUNT = 0
                   OR ATX-INSTAL-COUNT > WS-MAX-INSTALMENTS
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NUMBER OF INSTALMENTS INVALID'
                                                TO WS-TRX-REASON
              WHEN ATX-START-CYCLE NOT NUMERIC
                   OR ATX-START-MM < 01
                   OR ATX-START-MM > 12
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'START CYCLE INVALID'     TO WS-TRX-REASON
              WHEN ATX-INSTAL-AMT > ATX-ARREARS-AMT
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INSTALMENT EXCEEDS ARREARS' TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              COMPUTE WS-PLAN-TOTAL-AMT =
                      ATX-INSTAL-AMT * ATX-INSTAL-COUNT
              IF WS-PLAN-TOTAL-AMT < ATX-ARREARS-AMT
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INSTALMENTS DO NOT COVER ARREARS'
                                                TO WS-TRX-REASON
              END-IF
           END-IF.

       2350-BUILD-ARRANGEMENT SECTION.

           INITIALIZE AG01-ARRANGEMENT-RECORD.
           MOVE ATX-CUST-ID       TO ARR-CUST-ID.
           SET ARR-ACTIVE         TO TRUE.
           MOVE ATX-ARREARS-AMT   TO ARR-ARREARS-AMT.
           MOVE ATX-INSTAL-AMT    TO ARR-INSTAL-AMT.
           MOVE ATX-INSTAL-COUNT  TO ARR-INSTAL-COUNT.
           MOVE ATX-START-CYCLE   TO ARR-START-CYCLE.
           MOVE ZEROS             TO ARR-PAID-TO-DATE
                                     ARR-LAST-PAY-DATE
                                     ARR-CLOSED-DATE.
           MOVE WS-DATE           TO ARR-SETUP-DATE.
           MOVE SPACES            TO ARR-CLOSE-REASON.

       2400-CANCEL-ARRANGEMENT SECTION.

           MOVE ATX-CUST-ID TO ARR-CUST-ID.
           READ AG01-ARRANGEMENT-KSDS
                INVALID KEY
                   MOVE 'REJECTED'               TO WS-TRX-STATUS-TEXT
                   MOVE 'NO ARRANGEMENT ON FILE' TO WS-TRX-REASON
                NOT INVALID KEY
                   IF ARR-ACTIVE
                      SET ARR-CANCELLED      TO TRUE
                      MOVE WS-DATE           TO ARR-CLOSED-DATE
                      IF ATX-REASON = SPACES
                         MOVE 'CANC'         TO ARR-CLOSE-REASON
                      ELSE
                         MOVE ATX-REASON     TO ARR-CLOSE-REASON
                      END-IF
                      REWRITE AG01-ARRANGEMENT-RECORD
                          INVALID KEY
                             MOVE 'REJECTED'  TO WS-TRX-STATUS-TEXT
                             MOVE 'ARRANGEMENT REWRITE FAILED'
                                              TO WS-TRX-REASON
                      END-REWRITE
                   ELSE
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'ARRANGEMENT NOT ACTIVE' TO WS-TRX-REASON
                   END-IF
           END-READ.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE 'ARRANGEMENT CANCELLED' TO WS-TRX-REASON
              ADD 1 TO WS-CANCEL-CTR
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE ATX-ACTION-CODE     TO WS-RPT-ACTION.
           MOVE ATX-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE ZEROS               TO WS-RPT-ARREARS
                                       WS-RPT-INSTAL
                                       WS-RPT-COUNT.
           MOVE SPACES              TO WS-RPT-START-CYCLE.
           IF ATX-ACTION-SETUP
              IF ATX-ARREARS-AMT IS NUMERIC
                 MOVE ATX-ARREARS-AMT  TO WS-RPT-ARREARS
              END-IF
              IF ATX-INSTAL-AMT IS NUMERIC
                 MOVE ATX-INSTAL-AMT   TO WS-RPT-INSTAL
              END-IF
              IF ATX-INSTAL-COUNT IS NUMERIC
                 MOVE ATX-INSTAL-COUNT TO WS-RPT-COUNT
              END-IF
              MOVE ATX-START-CYCLE     TO WS-RPT-START-CYCLE
           END-IF.
           MOVE WS-TRX-STATUS-TEXT  TO WS-RPT-STATUS-TEXT.
           MOVE WS-TRX-REASON       TO WS-RPT-REASON.

           WRITE TO19-ARR-MAINT-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO19-ARR-MAINT-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO19-ARR-MAINT-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-READ-CTR    TO WS-RPT-READ-CTR.
           MOVE WS-SETUP-CTR   TO WS-RPT-SETUP-CTR.
           MOVE WS-CANCEL-CTR  TO WS-RPT-CANCEL-CTR.
           MOVE WS-REJECT-CTR  TO WS-RPT-REJECT-CTR.
           WRITE TO19-ARR-MAINT-RPT-RECORD FROM WS-REPORT-TOTAL.

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
           DISPLAY ' TRANSACTIONS READ        ',  WS-READ-CTR
           DISPLAY ' ARRANGEMENTS SET UP      ',  WS-SETUP-CTR
           DISPLAY ' ARRANGEMENTS CANCELLED   ',  WS-CANCEL-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  AT02-ARRANGEMENT-TRANS,
                  AG01-ARRANGEMENT-KSDS,
                  MI01-CUSTOMER-KSDS,
                  BA01-BALANCE-KSDS,
                  TO19-ARR-MAINT-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRANGEMENT TRANS FILE IS CLOSED  '
           DISPLAY 'ARRANGEMENT KSDS       IS CLOSED  '
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED  '
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'ARRANGEMENT MAINT RPT  IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL021 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-ACCEPT-CTR     TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
