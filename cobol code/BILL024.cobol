       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL024.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

           SELECT LG01-CUST-LEDGER  ASSIGN TO CUSTLEDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LDG-STATUS.

           SELECT TO22-ACCOUNT-STMT ASSIGN TO ACCTSTMT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD TO22-ACCOUNT-STMT
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO22-ACCOUNT-STMT-RECORD PIC X(132).

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
          05 WS-CUST-STATUS      PIC X(02).
             88 CUST-IO-STATUS   VALUE '00'.
          05 WS-LDG-STATUS       PIC X(02).
             88 LDG-IO-STATUS    VALUE '00'.
             88 LDG-EOF          VALUE '10'.
             88 LDG-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(06) VALUE ZEROS.
          05 WS-LINE-CTR            PIC 9(06) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.

      *> ONE CUSTOMER PER RUN (ACCT-CUST-ID), FOR THE POSTING DATES
      *> ACCT-FROM-DATE TO ACCT-TO-DATE, BOTH YYYYMMDD. THE PERIOD
      *> DEFAULTS TO EVERYTHING ON THE LEDGER UP TO THE RUN DATE.
       01 WS-STATEMENT-PARMS.
          05 WS-ACCT-CUST-ID       PIC X(12) VALUE SPACES.
          05 WS-FROM-PARM          PIC X(08) VALUE SPACES.
          05 WS-FROM-PARM-9 REDEFINES WS-FROM-PARM
                                   PIC 9(08).
          05 WS-TO-PARM            PIC X(08) VALUE SPACES.
          05 WS-TO-PARM-9 REDEFINES WS-TO-PARM
                                   PIC 9(08).
          05 WS-FROM-DATE          PIC 9(08) VALUE 0.
          05 WS-TO-DATE            PIC 9(08) VALUE 0.

      *> THE LEDGER IS IN POSTING ORDER, SO THE LAST RUNNING BALANCE
      *> BEFORE THE PERIOD IS THE OPENING BALANCE. WHERE THE PERIOD
      *> HOLDS THE CUSTOMER'S FIRST ENTRY, THE OPENING BALANCE IS
      *> TAKEN BACK FROM THAT ENTRY INSTEAD.
       01 WS-STATEMENT-VARIABLES.
          05 WS-OPENING-BAL        PIC S9(09)V99 VALUE 0.
          05 WS-CLOSING-BAL        PIC S9(09)V99 VALUE 0.
          05 WS-TOTAL-DEBITS       PIC 9(10)V99 VALUE 0.
          05 WS-TOTAL-CREDITS      PIC 9(10)V99 VALUE 0.
          05 WS-PRIOR-ENTRY-SW     PIC X(01) VALUE 'N'.
             88 WS-PRIOR-ENTRY     VALUE 'Y'.
          05 WS-PERIOD-STARTED-SW  PIC X(01) VALUE 'N'.
             88 WS-PERIOD-STARTED  VALUE 'Y'.
          05 WS-ENTRY-DESC         PIC X(18) VALUE SPACES.
          05 WS-EDIT-DATE          PIC 9(08) VALUE 0.
          05 WS-EDIT-DATE-X        PIC X(10) VALUE SPACES.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'STATEMENT OF ACCOUNT'.
          05 FILLER               PIC X(64) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-CUST-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'CUSTOMER :'.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-FIRST-NAME    PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-LAST-NAME     PIC X(22).
          05 FILLER               PIC X(9)  VALUE 'PERIOD :'.
          05 WS-RPT-FROM-DATE     PIC X(10).
          05 FILLER               PIC X(4)  VALUE ' TO '.
          05 WS-RPT-TO-DATE       PIC X(10).
          05 FILLER               PIC X(39) VALUE SPACES.

       01 WS-REPORT-ADDR-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'ADDRESS  :'.
          05 WS-RPT-ADDRESS       PIC X(29).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CITY          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-AREA-CODE     PIC X(6).
          05 FILLER               PIC X(70) VALUE SPACES.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'DATE'.
          05 FILLER               PIC X(20) VALUE 'TRANSACTION'.
          05 FILLER               PIC X(15) VALUE 'REFERENCE'.
          05 FILLER               PIC X(16) VALUE '        DEBIT'.
          05 FILLER               PIC X(16) VALUE '       CREDIT'.
          05 FILLER               PIC X(16) VALUE '       BALANCE'.
          05 FILLER               PIC X(34) VALUE SPACES.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-POST-DATE     PIC X(10).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-DESC          PIC X(18).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-REFERENCE     PIC X(12).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-DEBIT         PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-CREDIT        PIC ZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-BALANCE       PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(33) VALUE SPACES.

       01 WS-REPORT-BALANCE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-BAL-TEXT      PIC X(80).
          05 WS-RPT-BAL-AMOUNT    PIC -ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(36) VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(48) VALUE 'PERIOD TOTALS'.
          05 WS-RPT-TOTAL-DEBITS  PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-TOTAL-CREDITS PIC ZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(53) VALUE SPACES.

       01 WS-REPORT-NO-ACTIVITY.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'NO TRANSACTIONS IN THE PERIOD'.
          05 FILLER               PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL024 EXECUTION BEGINS HERE ..........'
           DISPLAY '  CUSTOMER STATEMENT OF ACCOUNT         '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE TO WS-DATE-FORMAT.

           PERFORM 1100-ACCEPT-STATEMENT-PARMS.

           OPEN INPUT MI01-CUSTOMER-KSDS.
           IF NOT CUST-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER MASTER KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-CUST-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN INPUT LG01-CUST-LEDGER.
           IF LDG-FILE-MISSING
              DISPLAY 'NO CUSTOMER LEDGER ON FILE - '
                      'STATEMENT SHOWS NO ACTIVITY'
           ELSE
              IF NOT LDG-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING CUSTOMER LEDGER FILE      '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-LDG-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN OUTPUT TO22-ACCOUNT-STMT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING STATEMENT OF ACCOUNT FILE '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'
           DISPLAY 'CUSTOMER LEDGER FILE   OPENED ............'
           DISPLAY 'STATEMENT OF ACCOUNT   OPENED ............'
           DISPLAY '----------------------------------------'.

       1100-ACCEPT-STATEMENT-PARMS SECTION.

           ACCEPT WS-ACCT-CUST-ID FROM ENVIRONMENT 'ACCT-CUST-ID'.
           IF WS-ACCT-CUST-ID = SPACES
              DISPLAY '----------------------------------------'
              DISPLAY 'NO CUSTOMER GIVEN IN ACCT-CUST-ID       '
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           ACCEPT WS-FROM-PARM FROM ENVIRONMENT 'ACCT-FROM-DATE'.
           IF WS-FROM-PARM NOT = SPACES
              AND WS-FROM-PARM-9 IS NUMERIC
              MOVE WS-FROM-PARM-9 TO WS-FROM-DATE
           ELSE
              MOVE ZEROS          TO WS-FROM-DATE
           END-IF.

           ACCEPT WS-TO-PARM FROM ENVIRONMENT 'ACCT-TO-DATE'.
           IF WS-TO-PARM NOT = SPACES
              AND WS-TO-PARM-9 IS NUMERIC
              MOVE WS-TO-PARM-9 TO WS-TO-DATE
           ELSE
              MOVE WS-DATE      TO WS-TO-DATE
           END-IF.

           IF WS-FROM-DATE > WS-TO-DATE
              DISPLAY '----------------------------------------'
              DISPLAY 'ACCT-FROM-DATE IS AFTER ACCT-TO-DATE    '
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY 'STATEMENT FOR CUSTOMER ', WS-ACCT-CUST-ID.
           DISPLAY 'POSTINGS FROM ', WS-FROM-DATE, ' TO ', WS-TO-DATE.

       2000-PROCESS     SECTION.

           PERFORM 2100-WRITE-STATEMENT-HEADING.

           IF NOT LDG-FILE-MISSING
              PERFORM 2200-READ-LEDGER UNTIL LDG-EOF
           END-IF.

           IF NOT WS-PERIOD-STARTED
              PERFORM 2400-WRITE-OPENING-BALANCE
              WRITE TO22-ACCOUNT-STMT-RECORD
                    FROM WS-REPORT-NO-ACTIVITY
              ADD 1 TO WS-LINE-COUNT
           END-IF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-WRITE-STATEMENT-HEADING SECTION.

           MOVE WS-ACCT-CUST-ID TO CUST-KEY.
           READ MI01-CUSTOMER-KSDS
                INVALID KEY
                   DISPLAY 'CUSTOMER NOT ON MASTER: ' WS-ACCT-CUST-ID
                   MOVE SPACES TO MI01-CUSTOMER-RECORD
                   MOVE 'NOT ON CUSTOMER MASTER' TO CUST-ADDRESS
           END-READ.

           MOVE WS-ACCT-CUST-ID  TO WS-RPT-CUST-ID.
           MOVE CUST-FIRST-NAME  TO WS-RPT-FIRST-NAME.
           MOVE CUST-LAST-NAME   TO WS-RPT-LAST-NAME.
           MOVE CUST-ADDRESS     TO WS-RPT-ADDRESS.
           MOVE CUST-CITY        TO WS-RPT-CITY.
           MOVE CUST-AREA-CODE   TO WS-RPT-AREA-CODE.

           MOVE WS-FROM-DATE     TO WS-EDIT-DATE.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-EDIT-DATE-X   TO WS-RPT-FROM-DATE.
           MOVE WS-TO-DATE       TO WS-EDIT-DATE.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-EDIT-DATE-X   TO WS-RPT-TO-DATE.

           PERFORM 2750-WRITE-PAGE-HEADERS.

       2200-READ-LEDGER SECTION.

           READ LG01-CUST-LEDGER
                AT END      SET LDG-EOF TO TRUE
                NOT AT END
                   IF LED-CUST-ID = WS-ACCT-CUST-ID
                      ADD 1 TO WS-READ-CTR
                      PERFORM 2300-PLACE-LEDGER-ENTRY
                   END-IF
           END-READ.

       2300-PLACE-LEDGER-ENTRY SECTION.

           EVALUATE TRUE
              WHEN LED-POST-DATE < WS-FROM-DATE
                 SET WS-PRIOR-ENTRY TO TRUE
                 MOVE LED-RUNNING-BAL TO WS-OPENING-BAL
                 MOVE LED-RUNNING-BAL TO WS-CLOSING-BAL
              WHEN LED-POST-DATE > WS-TO-DATE
                 CONTINUE
              WHEN OTHER
                 IF NOT WS-PERIOD-STARTED
                    IF NOT WS-PRIOR-ENTRY
                       IF LED-DEBIT
                          COMPUTE WS-OPENING-BAL =
                                  LED-RUNNING-BAL - LED-AMOUNT
                       ELSE
                          COMPUTE WS-OPENING-BAL =
                                  LED-RUNNING-BAL + LED-AMOUNT
                       END-IF
                    END-IF
                    PERFORM 2400-WRITE-OPENING-BALANCE
                    SET WS-PERIOD-STARTED TO TRUE
                 END-IF
                 PERFORM 2700-WRITE-REPORT-LINE
           END-EVALUATE.

       2400-WRITE-OPENING-BALANCE SECTION.

           MOVE 'OPENING BALANCE' TO WS-RPT-BAL-TEXT.
           MOVE WS-OPENING-BAL    TO WS-RPT-BAL-AMOUNT.
           MOVE WS-OPENING-BAL    TO WS-CLOSING-BAL.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-BALANCE-LINE.
           ADD 1 TO WS-LINE-COUNT.

       2500-DESCRIBE-ENTRY SECTION.

           EVALUATE TRUE
              WHEN LED-BILL
                 MOVE 'BILL'              TO WS-ENTRY-DESC
              WHEN LED-LATE-SURCHARGE
                 MOVE 'LATE SURCHARGE'    TO WS-ENTRY-DESC
              WHEN LED-PAYMENT
                 MOVE 'PAYMENT'           TO WS-ENTRY-DESC
              WHEN LED-PAYMENT-RETURNED
                 MOVE 'PAYMENT RETURNED'  TO WS-ENTRY-DESC
              WHEN LED-DISHONOUR-FEE
                 MOVE 'DISHONOUR FEE'     TO WS-ENTRY-DESC
              WHEN LED-INTEREST-CREDIT
                 MOVE 'DEPOSIT INTEREST'  TO WS-ENTRY-DESC
              WHEN LED-CREDIT-NOTE
                 MOVE 'CREDIT NOTE'       TO WS-ENTRY-DESC
              WHEN LED-DEBIT-NOTE
                 MOVE 'DEBIT NOTE'        TO WS-ENTRY-DESC
              WHEN LED-FINAL-BILL
                 MOVE 'FINAL BILL'        TO WS-ENTRY-DESC
              WHEN LED-DEPOSIT-SETOFF
                 MOVE 'DEPOSIT SET-OFF'   TO WS-ENTRY-DESC
              WHEN LED-EXPORT-CREDIT
                 MOVE 'EXPORT CREDIT'     TO WS-ENTRY-DESC
              WHEN OTHER
                 MOVE 'ADJUSTMENT'        TO WS-ENTRY-DESC
           END-EVALUATE.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           PERFORM 2500-DESCRIBE-ENTRY.

           MOVE LED-POST-DATE    TO WS-EDIT-DATE.
           PERFORM 2900-EDIT-DATE.
           MOVE WS-EDIT-DATE-X   TO WS-RPT-POST-DATE.
           MOVE WS-ENTRY-DESC    TO WS-RPT-DESC.
           MOVE LED-REFERENCE    TO WS-RPT-REFERENCE.

           IF LED-DEBIT
              MOVE LED-AMOUNT    TO WS-RPT-DEBIT
              MOVE ZEROS         TO WS-RPT-CREDIT
              ADD LED-AMOUNT     TO WS-TOTAL-DEBITS
           ELSE
              MOVE ZEROS         TO WS-RPT-DEBIT
              MOVE LED-AMOUNT    TO WS-RPT-CREDIT
              ADD LED-AMOUNT     TO WS-TOTAL-CREDITS
           END-IF.

           MOVE LED-RUNNING-BAL  TO WS-RPT-BALANCE.
           MOVE LED-RUNNING-BAL  TO WS-CLOSING-BAL.

           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-LINE-CTR.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-CUST-LINE.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-ADDR-LINE.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 4 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

      *> THE CLOSING BALANCE IS THE RUNNING BALANCE AFTER THE LAST
      *> ENTRY IN THE PERIOD, SO IT PROVES AGAINST THE OPENING
      *> BALANCE PLUS THE DEBITS LESS THE CREDITS PRINTED ABOVE.
       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-TOTAL-DEBITS    TO WS-RPT-TOTAL-DEBITS.
           MOVE WS-TOTAL-CREDITS   TO WS-RPT-TOTAL-CREDITS.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-TOTAL.

           MOVE 'CLOSING BALANCE'  TO WS-RPT-BAL-TEXT.
           MOVE WS-CLOSING-BAL     TO WS-RPT-BAL-AMOUNT.
           WRITE TO22-ACCOUNT-STMT-RECORD FROM WS-REPORT-BALANCE-LINE.

      *> YYYYMMDD TO DD/MM/YYYY; A ZERO DATE (NO LOWER LIMIT) PRINTS
      *> AS SPACES.
       2900-EDIT-DATE SECTION.

           MOVE SPACES TO WS-EDIT-DATE-X.

           IF WS-EDIT-DATE > 0
              MOVE WS-EDIT-DATE(7:2) TO WS-EDIT-DATE-X(1:2)
              MOVE '/'               TO WS-EDIT-DATE-X(3:1)
              MOVE WS-EDIT-DATE(5:2) TO WS-EDIT-DATE-X(4:2)
              MOVE '/'               TO WS-EDIT-DATE-X(6:1)
              MOVE WS-EDIT-DATE(1:4) TO WS-EDIT-DATE-X(7:4)
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

       9000-TERMINATE   SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY ' LEDGER ENTRIES FOR CUST  ',  WS-READ-CTR
           DISPLAY ' STATEMENT LINES          ',  WS-LINE-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MI01-CUSTOMER-KSDS,
                  TO22-ACCOUNT-STMT.

           IF NOT LDG-FILE-MISSING
              CLOSE LG01-CUST-LEDGER
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED  '
           DISPLAY 'CUSTOMER LEDGER FILE   IS CLOSED  '
           DISPLAY 'STATEMENT OF ACCOUNT   IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL024 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-LINE-CTR       TO RL-WRITE-CTR.
           MOVE ZEROS             TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
