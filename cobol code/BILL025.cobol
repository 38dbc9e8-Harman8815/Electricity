       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL025.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BA01-BALANCE-KSDS ASSIGN TO CUSTBAL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS BAL-CUST-ID
           FILE STATUS            IS WS-BAL-STATUS.

           SELECT MI01-CUSTOMER-KSDS ASSIGN TO CUSTKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CUST-KEY
           FILE STATUS            IS WS-CUST-STATUS.

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

           SELECT TO23-DUNNING-NOTICES ASSIGN TO DUNNOTE
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-NOTE-STATUS.

           SELECT TO24-DUNNING-REGISTER ASSIGN TO DUNREG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD BA01-BALANCE-KSDS
           RECORD CONTAINS         26  CHARACTERS.

       01 BA01-BALANCE-RECORD.
          05 BAL-CUST-ID       PIC X(12).
          05 BAL-AMOUNT        PIC 9(8)V99.
          05 BAL-AGE-CYCLES    PIC 9(04).

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

      *> DUNNING HISTORY, ONE RECORD PER CUSTOMER. DUN-STAGE IS THE
      *> HIGHEST NOTICE SENT SINCE THE ACCOUNT WAS LAST CLEAR, WITH
      *> THE DATE EACH STAGE WENT OUT. THE STAGE DROPS BACK WHEN THE
      *> CUSTOMER PAYS. BILL003 LISTS A CUSTOMER FOR DISCONNECTION
      *> ONLY ONCE DUN-DISCON-DATE ON A STAGE 3 NOTICE HAS PASSED.
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

       FD TO23-DUNNING-NOTICES
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO23-DUNNING-NOTICES-RECORD PIC X(80).

       FD TO24-DUNNING-REGISTER
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO24-DUNNING-REGISTER-RECORD PIC X(80).

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
          05 WS-BAL-STATUS       PIC X(02).
             88 BAL-IO-STATUS    VALUE '00'.
             88 BAL-EOF          VALUE '10'.
          05 WS-CUST-STATUS      PIC X(02).
             88 CUST-IO-STATUS   VALUE '00'.
             88 CUST-NOT-FOUND   VALUE '23'.
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-NOT-FOUND    VALUE '23'.
             88 ARR-FILE-MISSING VALUE '35'.
          05 WS-DUN-STATUS       PIC X(02).
             88 DUN-IO-STATUS    VALUE '00'.
             88 DUN-NOT-FOUND    VALUE '23'.
             88 DUN-FILE-MISSING VALUE '35'.
          05 WS-NOTE-STATUS      PIC X(02).
             88 NOTE-IO-STATUS   VALUE '00'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-NOTICE-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-RESET-CTR           PIC 9(04) VALUE ZEROS.
          05 WS-PLAN-SKIP-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-STAGE-CTR OCCURS 3 TIMES
                                    PIC 9(04).

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT REDEFINES WS-DATE.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.
          05 WS-REPORT-DATE        PIC X(10).

      *> STAGE REACHED FOR EACH NUMBER OF CYCLES OVERDUE, MATCHING
      *> THE BILL005 AGING BANDS - 1 CYCLE A REMINDER, 2-3 CYCLES A
      *> FINAL NOTICE, 4 OR MORE A DISCONNECTION NOTICE.
       01 WS-DUNNING-VARIABLES.
          05 WS-REMINDER-CYCLES    PIC 9(04) VALUE 1.
          05 WS-FINAL-CYCLES       PIC 9(04) VALUE 2.
          05 WS-DISCON-CYCLES      PIC 9(04) VALUE 4.
          05 WS-TARGET-STAGE       PIC 9(01) VALUE 0.
          05 WS-PRIOR-STAGE        PIC 9(01) VALUE 0.
          05 WS-DUN-ON-FILE-SW     PIC X(01) VALUE 'N'.
             88 WS-DUN-ON-FILE     VALUE 'Y'.
             88 WS-DUN-NEW         VALUE 'N'.
          05 WS-DUN-ACTION         PIC X(12) VALUE SPACES.

      *> DISCONNECTION DATE = NOTICE DATE PLUS WS-DISCON-DAYS, ROLLED
      *> ACROSS MONTH AND YEAR ENDS WITH A SIMPLE DAY TABLE AND A
      *> MOD-4 LEAP CHECK. PARM DUN-DISCON-DAYS OVERRIDES (3 DIGITS).
       01 WS-DISCON-DATE-VARIABLES.
          05 WS-DISCON-DAYS        PIC 9(03) VALUE 015.
          05 WS-DISCON-PARM-DAYS   PIC X(03) VALUE SPACES.
          05 WS-DISCON-PARM-DAYS-9 REDEFINES WS-DISCON-PARM-DAYS
                                   PIC 9(03).
          05 WS-DIS-YYYY           PIC 9(04) VALUE 0.
          05 WS-DIS-MM             PIC 9(02) VALUE 0.
          05 WS-DIS-DD             PIC 9(03) VALUE 0.
          05 WS-DIS-MONTH-LEN      PIC 9(02) VALUE 0.
          05 WS-DIS-LEAP-QUOT      PIC 9(04) VALUE 0.
          05 WS-DIS-LEAP-REM       PIC 9(04) VALUE 0.
          05 WS-DIS-NORMAL-SW      PIC X(01) VALUE 'N'.
             88 WS-DIS-NORMAL      VALUE 'Y'.
          05 WS-DISCON-DATE        PIC 9(08) VALUE 0.
          05 WS-DISCON-DATE-EDIT   PIC X(10) VALUE SPACES.

       01 WS-MONTH-DAY-VALUES.
          05 FILLER               PIC X(24) VALUE
             '312831303130313130313031'.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

      *> A CUSTOMER KEEPING TO AN INSTALMENT PLAN IS NOT DUNNED.
      *> CYCLES ARE COUNTED AS YY*12+MM, AS IN BILL003.
       01 WS-ARRANGEMENT-VARIABLES.
          05 WS-ARR-FILE-SW         PIC X(01) VALUE 'Y'.
             88 WS-ARR-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-ARR-FILE      VALUE 'N'.
          05 WS-ARR-PLAN-SW         PIC X(01) VALUE 'N'.
             88 WS-ARR-ON-PLAN      VALUE 'Y'.
             88 WS-ARR-NOT-ON-PLAN  VALUE 'N'.
          05 WS-ARR-RUN-INDEX       PIC 9(04) VALUE 0.
          05 WS-ARR-START-INDEX     PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-COUNT      PIC 9(04) VALUE 0.
          05 WS-ARR-PAST-DUE-AMT    PIC 9(11)V99 VALUE 0.

       01 WS-STAGE-TITLES.
          05 FILLER               PIC X(24) VALUE
             'REMINDER'.
          05 FILLER               PIC X(24) VALUE
             'FINAL NOTICE'.
          05 FILLER               PIC X(24) VALUE
             'DISCONNECTION NOTICE'.
       01 WS-STAGE-TITLE-TABLE REDEFINES WS-STAGE-TITLES.
          05 WS-STAGE-TITLE OCCURS 3 TIMES PIC X(24).

       01 WS-STAGE-TEXTS.
          05 FILLER               PIC X(70) VALUE
             'OUR RECORDS SHOW THAT YOUR LAST BILL HAS NOT BEEN PAID.'.
          05 FILLER               PIC X(70) VALUE
             'PLEASE PAY THE AMOUNT BELOW AT THE EARLIEST.'.
          05 FILLER               PIC X(70) VALUE
             'DESPITE OUR REMINDER YOUR ACCOUNT REMAINS IN ARREARS.'.
          05 FILLER               PIC X(70) VALUE
             'PLEASE PAY THE AMOUNT BELOW NOW TO AVOID FURTHER ACTION.'.
          05 FILLER               PIC X(70) VALUE
             'YOUR ACCOUNT IS SERIOUSLY IN ARREARS. UNLESS THE AMOUNT'.
          05 FILLER               PIC X(70) VALUE
             'BELOW IS PAID, YOUR SUPPLY WILL BE DISCONNECTED.'.
       01 WS-STAGE-TEXT-TABLE REDEFINES WS-STAGE-TEXTS.
          05 WS-STAGE-TEXT-ENTRY OCCURS 3 TIMES.
             10 WS-STAGE-TEXT-1   PIC X(70).
             10 WS-STAGE-TEXT-2   PIC X(70).

       01 WS-NOTE-SEPARATOR.
          05 FILLER               PIC X(80) VALUE ALL '='.

       01 WS-NOTE-BLANK            PIC X(80) VALUE SPACES.

       01 WS-NOTE-TITLE.
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X(44) VALUE
             'STATE ELECTRICITY BOARD - ARREARS NOTICE'.
          05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-NOTE-STAGE-LINE.
          05 FILLER               PIC X(28) VALUE SPACES.
          05 WS-NTE-STAGE-TITLE   PIC X(24).
          05 FILLER               PIC X(28) VALUE SPACES.

       01 WS-NOTE-DATE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'NOTICE DATE :'.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-NTE-DATE          PIC X(10).
          05 FILLER               PIC X(54) VALUE SPACES.

       01 WS-NOTE-CUST-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'CUSTOMER :'.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-NTE-FIRST-NAME    PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-NTE-LAST-NAME     PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(1)  VALUE '('.
          05 WS-NTE-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE ')'.
          05 FILLER               PIC X(30) VALUE SPACES.

       01 WS-NOTE-ADDR-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'ADDRESS  :'.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-NTE-ADDRESS       PIC X(29).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-NTE-CITY          PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-NTE-AREA-CODE     PIC X(06).
          05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-NOTE-TEXT-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-NTE-TEXT          PIC X(70).
          05 FILLER               PIC X(8)  VALUE SPACES.

       01 WS-NOTE-AMOUNT-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(22) VALUE
             'AMOUNT OVERDUE (Rs) :'.
          05 WS-NTE-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(17) VALUE
             'CYCLES OVERDUE :'.
          05 WS-NTE-CYCLES        PIC ZZZ9.
          05 FILLER               PIC X(19) VALUE SPACES.

       01 WS-NOTE-DISCON-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(42) VALUE
             'SUPPLY WILL BE DISCONNECTED ON OR AFTER :'.
          05 WS-NTE-DISCON-DATE   PIC X(10).
          05 FILLER               PIC X(26) VALUE SPACES.

       01 WS-NOTE-IGNORE-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(60) VALUE
             'IF YOU HAVE ALREADY PAID, PLEASE IGNORE THIS NOTICE.'.
          05 FILLER               PIC X(18) VALUE SPACES.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
             'DUNNING NOTICE REGISTER'.
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'CUST ID'.
          05 FILLER               PIC X(13) VALUE 'BALANCE(Rs)'.
          05 FILLER               PIC X(5)  VALUE 'CYC'.
          05 FILLER               PIC X(21) VALUE 'STAGE'.
          05 FILLER               PIC X(12) VALUE 'ACTION'.
          05 FILLER               PIC X(14) VALUE 'DISCON DATE'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-AMOUNT        PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-CYCLES        PIC ZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-STAGE         PIC X(20).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTION        PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-DISCON-DATE   PIC X(10).
          05 FILLER               PIC X(3)  VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'READ:'.
          05 WS-RPT-READ-CTR      PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'NOTICES:'.
          05 WS-RPT-NOTICE-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'RESET:'.
          05 WS-RPT-RESET-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'ON PLAN:'.
          05 WS-RPT-PLAN-CTR      PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'REJECT:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.

       01 WS-REPORT-STAGE-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'REMINDERS:'.
          05 WS-RPT-STAGE1-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'FINAL NOTICES:'.
          05 WS-RPT-STAGE2-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'DISCON NOTICES:'.
          05 WS-RPT-STAGE3-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL025 EXECUTION BEGINS HERE ..........'
           DISPLAY '  ARREARS DUNNING NOTICES               '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE SPACES   TO WS-REPORT-DATE.
           MOVE WS-DD    TO WS-REPORT-DATE(1:2).
           MOVE '/'      TO WS-REPORT-DATE(3:1).
           MOVE WS-MM    TO WS-REPORT-DATE(4:2).
           MOVE '/'      TO WS-REPORT-DATE(6:1).
           MOVE WS-DATE(1:4) TO WS-REPORT-DATE(7:4).

           COMPUTE WS-ARR-RUN-INDEX = WS-YY * 12 + WS-MM.
           MOVE ZEROS TO WS-STAGE-CTR(1)
                         WS-STAGE-CTR(2)
                         WS-STAGE-CTR(3).

           ACCEPT WS-DISCON-PARM-DAYS FROM ENVIRONMENT
                  'DUN-DISCON-DAYS'.
           IF WS-DISCON-PARM-DAYS NOT = SPACES
              AND WS-DISCON-PARM-DAYS-9 IS NUMERIC
              MOVE WS-DISCON-PARM-DAYS-9 TO WS-DISCON-DAYS
           END-IF.
           DISPLAY 'DISCONNECTION DAYS   ', WS-DISCON-DAYS.

           PERFORM 1200-COMPUTE-DISCON-DATE.

           OPEN INPUT BA01-BALANCE-KSDS.
           IF NOT BAL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING CUSTOMER BALANCE KSDS     '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BAL-STATUS
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

           OPEN I-O DN01-DUNNING-KSDS.
           IF DUN-FILE-MISSING
              OPEN OUTPUT DN01-DUNNING-KSDS
              CLOSE      DN01-DUNNING-KSDS
              OPEN I-O   DN01-DUNNING-KSDS
           END-IF.
           IF NOT DUN-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DUNNING HISTORY KSDS      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-DUN-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO23-DUNNING-NOTICES.
           IF NOT NOTE-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DUNNING NOTICES FILE      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-NOTE-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO24-DUNNING-REGISTER.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING DUNNING REGISTER          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER BALANCE KSDS  OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'
           DISPLAY 'DUNNING HISTORY KSDS   OPENED ............'
           DISPLAY 'DUNNING NOTICES FILE   OPENED ............'
           DISPLAY 'DUNNING REGISTER       OPENED ............'
           DISPLAY '----------------------------------------'.

       1200-COMPUTE-DISCON-DATE SECTION.

           COMPUTE WS-DIS-YYYY = WS-CC * 100 + WS-YY.
           MOVE WS-MM TO WS-DIS-MM.
           MOVE WS-DD TO WS-DIS-DD.
           ADD WS-DISCON-DAYS TO WS-DIS-DD.

           MOVE 'N' TO WS-DIS-NORMAL-SW.
           PERFORM 1210-NORMALIZE-DISCON-DATE UNTIL WS-DIS-NORMAL.

           COMPUTE WS-DISCON-DATE =
                   WS-DIS-YYYY * 10000 + WS-DIS-MM * 100 + WS-DIS-DD.

           MOVE SPACES TO WS-DISCON-DATE-EDIT.
           MOVE WS-DIS-DD(2:2)   TO WS-DISCON-DATE-EDIT(1:2).
           MOVE '/'              TO WS-DISCON-DATE-EDIT(3:1).
           MOVE WS-DIS-MM        TO WS-DISCON-DATE-EDIT(4:2).
           MOVE '/'              TO WS-DISCON-DATE-EDIT(6:1).
           MOVE WS-DIS-YYYY      TO WS-DISCON-DATE-EDIT(7:4).
           DISPLAY 'DISCONNECTION DATE   ', WS-DISCON-DATE-EDIT.

       1210-NORMALIZE-DISCON-DATE SECTION.

           MOVE WS-MONTH-DAYS(WS-DIS-MM) TO WS-DIS-MONTH-LEN.
           IF WS-DIS-MM = 2
              DIVIDE WS-DIS-YYYY BY 4
                     GIVING WS-DIS-LEAP-QUOT
                     REMAINDER WS-DIS-LEAP-REM
              IF WS-DIS-LEAP-REM = 0
                 MOVE 29 TO WS-DIS-MONTH-LEN
              END-IF
           END-IF.

           IF WS-DIS-DD > WS-DIS-MONTH-LEN
              SUBTRACT WS-DIS-MONTH-LEN FROM WS-DIS-DD
              ADD 1 TO WS-DIS-MM
              IF WS-DIS-MM > 12
                 MOVE 1 TO WS-DIS-MM
                 ADD 1 TO WS-DIS-YYYY
              END-IF
           ELSE
              SET WS-DIS-NORMAL TO TRUE
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2750-WRITE-PAGE-HEADERS.

           PERFORM 2100-READ-BALANCE UNTIL BAL-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-BALANCE SECTION.

           READ BA01-BALANCE-KSDS
                AT END  SET BAL-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE BALANCE RECORDS ----------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-DUN-CUSTOMER
           END-READ.

      *> THE STAGE A CUSTOMER HAS REACHED IS SET BY HOW MANY CYCLES
      *> THE BALANCE HAS BEEN OVERDUE. A NOTICE GOES OUT ONLY WHEN
      *> THAT IS ABOVE THE STAGE ALREADY SENT, SO NO STAGE IS SENT
      *> TWICE. WHEN THE CUSTOMER PAYS AND THE AGE FALLS BACK, THE
      *> RECORDED STAGE FALLS BACK WITH IT.
       2200-DUN-CUSTOMER SECTION.

           PERFORM 2210-SET-TARGET-STAGE.

           MOVE BAL-CUST-ID TO DUN-CUST-ID.
           READ DN01-DUNNING-KSDS
                INVALID KEY
                   SET WS-DUN-NEW TO TRUE
                   INITIALIZE DN01-DUNNING-RECORD
                   MOVE BAL-CUST-ID TO DUN-CUST-ID
                   MOVE ZEROS       TO DUN-STAGE
                NOT INVALID KEY
                   SET WS-DUN-ON-FILE TO TRUE
           END-READ.
           MOVE DUN-STAGE TO WS-PRIOR-STAGE.

           EVALUATE TRUE
              WHEN WS-TARGET-STAGE < WS-PRIOR-STAGE
                 PERFORM 2300-RESET-STAGE
              WHEN WS-TARGET-STAGE > WS-PRIOR-STAGE
                 PERFORM 2400-ESCALATE-STAGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2210-SET-TARGET-STAGE SECTION.

           EVALUATE TRUE
              WHEN BAL-AMOUNT = 0
                 MOVE 0 TO WS-TARGET-STAGE
              WHEN BAL-AGE-CYCLES >= WS-DISCON-CYCLES
                 MOVE 3 TO WS-TARGET-STAGE
              WHEN BAL-AGE-CYCLES >= WS-FINAL-CYCLES
                 MOVE 2 TO WS-TARGET-STAGE
              WHEN BAL-AGE-CYCLES >= WS-REMINDER-CYCLES
                 MOVE 1 TO WS-TARGET-STAGE
              WHEN OTHER
                 MOVE 0 TO WS-TARGET-STAGE
           END-EVALUATE.

       2300-RESET-STAGE SECTION.

           MOVE WS-TARGET-STAGE TO DUN-STAGE.
           MOVE WS-DATE         TO DUN-RESET-DATE.
           REWRITE DN01-DUNNING-RECORD
               INVALID KEY
                  DISPLAY 'DUNNING REWRITE FAILED FOR CUST: '
                          BAL-CUST-ID
                  ADD 1 TO WS-REJECT-CTR
                  MOVE 'REWRITE FAIL' TO WS-DUN-ACTION
               NOT INVALID KEY
                  ADD 1 TO WS-RESET-CTR
                  MOVE 'RESET'        TO WS-DUN-ACTION
           END-REWRITE.

           PERFORM 2700-WRITE-REPORT-LINE.

       2400-ESCALATE-STAGE SECTION.

           SET WS-ARR-NOT-ON-PLAN TO TRUE.
           IF WS-ARR-FILE-OPEN
              PERFORM 2430-CHECK-ARRANGEMENT
           END-IF.

           IF WS-ARR-ON-PLAN
              ADD 1 TO WS-PLAN-SKIP-CTR
              MOVE 'ON PLAN'      TO WS-DUN-ACTION
              PERFORM 2700-WRITE-REPORT-LINE
           ELSE
              MOVE BAL-CUST-ID TO CUST-KEY
              READ MI01-CUSTOMER-KSDS
                   INVALID KEY
                      DISPLAY 'NO CUSTOMER RECORD FOR CUST: '
                              BAL-CUST-ID
                      ADD 1 TO WS-REJECT-CTR
                      MOVE 'NO CUSTOMER'  TO WS-DUN-ACTION
                      PERFORM 2700-WRITE-REPORT-LINE
                   NOT INVALID KEY
                      PERFORM 2450-RECORD-NOTICE
              END-READ
           END-IF.

       2430-CHECK-ARRANGEMENT SECTION.

           MOVE BAL-CUST-ID TO ARR-CUST-ID.
           READ AG01-ARRANGEMENT-KSDS
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF ARR-ACTIVE
                      PERFORM 2435-EVALUATE-ARRANGEMENT
                   END-IF
           END-READ.

      *> THE PLAN IS KEPT WHILE PAID-TO-DATE COVERS EVERY INSTALMENT
      *> FOR THE CYCLES BEFORE THE CURRENT ONE.
       2435-EVALUATE-ARRANGEMENT SECTION.

           COMPUTE WS-ARR-START-INDEX =
                   ARR-START-YY * 12 + ARR-START-MM.

           IF WS-ARR-RUN-INDEX < WS-ARR-START-INDEX
              MOVE ZEROS TO WS-ARR-PAST-COUNT
           ELSE
              COMPUTE WS-ARR-PAST-COUNT =
                      WS-ARR-RUN-INDEX - WS-ARR-START-INDEX
           END-IF.
           IF WS-ARR-PAST-COUNT > ARR-INSTAL-COUNT
              MOVE ARR-INSTAL-COUNT TO WS-ARR-PAST-COUNT
           END-IF.

           COMPUTE WS-ARR-PAST-DUE-AMT =
                   WS-ARR-PAST-COUNT * ARR-INSTAL-AMT.
           IF WS-ARR-PAST-DUE-AMT > ARR-ARREARS-AMT
              MOVE ARR-ARREARS-AMT TO WS-ARR-PAST-DUE-AMT
           END-IF.

           IF ARR-PAID-TO-DATE NOT < WS-ARR-PAST-DUE-AMT
              SET WS-ARR-ON-PLAN TO TRUE
           END-IF.

       2450-RECORD-NOTICE SECTION.

           MOVE WS-TARGET-STAGE TO DUN-STAGE.
           MOVE BAL-AMOUNT      TO DUN-NOTICE-AMOUNT.
           MOVE BAL-AGE-CYCLES  TO DUN-NOTICE-AGE.
           EVALUATE TRUE
              WHEN DUN-REMINDER
                 MOVE WS-DATE        TO DUN-REMINDER-DATE
              WHEN DUN-FINAL-NOTICE
                 MOVE WS-DATE        TO DUN-FINAL-DATE
              WHEN DUN-DISCON-NOTICE
                 MOVE WS-DATE        TO DUN-DISCON-NOTE-DATE
                 MOVE WS-DISCON-DATE TO DUN-DISCON-DATE
           END-EVALUATE.

           MOVE SPACES TO WS-DUN-ACTION.
           IF WS-DUN-ON-FILE
              REWRITE DN01-DUNNING-RECORD
                  INVALID KEY
                     MOVE 'REWRITE FAIL' TO WS-DUN-ACTION
              END-REWRITE
           ELSE
              WRITE DN01-DUNNING-RECORD
                  INVALID KEY
                     MOVE 'WRITE FAIL'   TO WS-DUN-ACTION
              END-WRITE
           END-IF.

           IF WS-DUN-ACTION = SPACES
              PERFORM 2500-PRINT-NOTICE
              ADD 1 TO WS-NOTICE-CTR
              ADD 1 TO WS-STAGE-CTR(WS-TARGET-STAGE)
              MOVE 'SENT'         TO WS-DUN-ACTION
           ELSE
              DISPLAY 'DUNNING HISTORY UPDATE FAILED FOR CUST: '
                      BAL-CUST-ID
              ADD 1 TO WS-REJECT-CTR
           END-IF.

           PERFORM 2700-WRITE-REPORT-LINE.

       2500-PRINT-NOTICE SECTION.

           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-SEPARATOR.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-TITLE.
           MOVE WS-STAGE-TITLE(WS-TARGET-STAGE) TO WS-NTE-STAGE-TITLE.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-STAGE-LINE.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-SEPARATOR.

           MOVE WS-REPORT-DATE   TO WS-NTE-DATE.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-DATE-LINE.

           MOVE CUST-FIRST-NAME  TO WS-NTE-FIRST-NAME.
           MOVE CUST-LAST-NAME   TO WS-NTE-LAST-NAME.
           MOVE CUST-KEY         TO WS-NTE-CUST-ID.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-CUST-LINE.

           MOVE CUST-ADDRESS     TO WS-NTE-ADDRESS.
           MOVE CUST-CITY        TO WS-NTE-CITY.
           MOVE CUST-AREA-CODE   TO WS-NTE-AREA-CODE.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-ADDR-LINE.

           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-BLANK.

           MOVE WS-STAGE-TEXT-1(WS-TARGET-STAGE) TO WS-NTE-TEXT.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-TEXT-LINE.
           MOVE WS-STAGE-TEXT-2(WS-TARGET-STAGE) TO WS-NTE-TEXT.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-TEXT-LINE.

           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-BLANK.

           MOVE BAL-AMOUNT       TO WS-NTE-AMOUNT.
           MOVE BAL-AGE-CYCLES   TO WS-NTE-CYCLES.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-AMOUNT-LINE.

           IF DUN-DISCON-NOTICE
              MOVE WS-DISCON-DATE-EDIT TO WS-NTE-DISCON-DATE
              WRITE TO23-DUNNING-NOTICES-RECORD
                    FROM WS-NOTE-DISCON-LINE
           END-IF.

           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-BLANK.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-IGNORE-LINE.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-SEPARATOR.
           WRITE TO23-DUNNING-NOTICES-RECORD FROM WS-NOTE-BLANK.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE BAL-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE BAL-AMOUNT          TO WS-RPT-AMOUNT.
           MOVE BAL-AGE-CYCLES      TO WS-RPT-CYCLES.
           IF WS-TARGET-STAGE > 0
              MOVE WS-STAGE-TITLE(WS-TARGET-STAGE) TO WS-RPT-STAGE
           ELSE
              MOVE 'ACCOUNT CLEAR'  TO WS-RPT-STAGE
           END-IF.
           MOVE WS-DUN-ACTION       TO WS-RPT-ACTION.
           IF WS-TARGET-STAGE = 3
              AND WS-DUN-ACTION = 'SENT'
              MOVE WS-DISCON-DATE-EDIT TO WS-RPT-DISCON-DATE
           ELSE
              MOVE SPACES              TO WS-RPT-DISCON-DATE
           END-IF.

           WRITE TO24-DUNNING-REGISTER-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO24-DUNNING-REGISTER-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO24-DUNNING-REGISTER-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-READ-CTR      TO WS-RPT-READ-CTR.
           MOVE WS-NOTICE-CTR    TO WS-RPT-NOTICE-CTR.
           MOVE WS-RESET-CTR     TO WS-RPT-RESET-CTR.
           MOVE WS-PLAN-SKIP-CTR TO WS-RPT-PLAN-CTR.
           MOVE WS-REJECT-CTR    TO WS-RPT-REJECT-CTR.
           WRITE TO24-DUNNING-REGISTER-RECORD FROM WS-REPORT-TOTAL.

           MOVE WS-STAGE-CTR(1)  TO WS-RPT-STAGE1-CTR.
           MOVE WS-STAGE-CTR(2)  TO WS-RPT-STAGE2-CTR.
           MOVE WS-STAGE-CTR(3)  TO WS-RPT-STAGE3-CTR.
           WRITE TO24-DUNNING-REGISTER-RECORD
                 FROM WS-REPORT-STAGE-TOTAL.

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
           DISPLAY ' BALANCES READ            ',  WS-READ-CTR
           DISPLAY ' NOTICES ISSUED           ',  WS-NOTICE-CTR
           DISPLAY '   REMINDERS              ',  WS-STAGE-CTR(1)
           DISPLAY '   FINAL NOTICES          ',  WS-STAGE-CTR(2)
           DISPLAY '   DISCONNECTION NOTICES  ',  WS-STAGE-CTR(3)
           DISPLAY ' STAGES RESET ON PAYMENT  ',  WS-RESET-CTR
           DISPLAY ' SKIPPED - ON PLAN        ',  WS-PLAN-SKIP-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           CLOSE  BA01-BALANCE-KSDS,
                  MI01-CUSTOMER-KSDS,
                  DN01-DUNNING-KSDS,
                  TO23-DUNNING-NOTICES,
                  TO24-DUNNING-REGISTER.
           IF WS-ARR-FILE-OPEN
              CLOSE AG01-ARRANGEMENT-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'CUSTOMER BALANCE KSDS  IS CLOSED  '
           DISPLAY 'CUSTOMER MASTER KSDS   IS CLOSED  '
           DISPLAY 'DUNNING HISTORY KSDS   IS CLOSED  '
           DISPLAY 'DUNNING NOTICES FILE   IS CLOSED  '
           DISPLAY 'DUNNING REGISTER       IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL025 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-NOTICE-CTR     TO RL-WRITE-CTR.
           MOVE WS-REJECT-CTR     TO RL-REJECT-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
