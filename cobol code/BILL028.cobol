       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL028.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RV01-REVIEW-KSDS  ASSIGN TO REVKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS REV-BILL-ID
           FILE STATUS            IS WS-REV-STATUS.

           SELECT MO01-BILL-KSDS   ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

           SELECT TO27-HELD-BILLS-RPT ASSIGN TO HELDRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

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

       FD TO27-HELD-BILLS-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO27-HELD-BILLS-RPT-RECORD PIC X(80).

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
          05 WS-REV-STATUS       PIC X(02).
             88 REV-IO-STATUS    VALUE '00'.
             88 REV-EOF          VALUE '10'.
             88 REV-FILE-MISSING VALUE '35'.
          05 WS-BILL-STATUS      PIC X(02).
             88 BILL-IO-STATUS   VALUE '00'.
             88 BILL-NOT-FOUND   VALUE '23'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-HELD-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-REVIEW-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REBILL-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT REDEFINES WS-DATE.
             10 WS-CC              PIC 99.
             10 WS-YY              PIC 99.
             10 WS-MM              PIC 99.
             10 WS-DD              PIC 99.
          05 WS-REPORT-DATE        PIC X(10).

      *> DAYS HELD IS THE RUN DATE LESS THE HOLD DATE, BOTH TURNED
      *> INTO A DAY NUMBER - 365 A YEAR, PLUS THE LEAP DAYS BEFORE
      *> THE DATE, PLUS THE DAYS TO THE START OF THE MONTH, PLUS THE
      *> DAY. JANUARY AND FEBRUARY COUNT LEAP DAYS TO THE YEAR BEFORE.
       01 WS-AGE-VARIABLES.
          05 WS-SER-DATE           PIC 9(08) VALUE 0.
          05 WS-SER-DATE-FORMAT REDEFINES WS-SER-DATE.
             10 WS-SER-YYYY        PIC 9(04).
             10 WS-SER-MM          PIC 9(02).
             10 WS-SER-DD          PIC 9(02).
          05 WS-SER-LEAP-YEAR      PIC 9(04) VALUE 0.
          05 WS-SER-LEAP-4         PIC 9(04) VALUE 0.
          05 WS-SER-LEAP-100       PIC 9(04) VALUE 0.
          05 WS-SER-LEAP-400       PIC 9(04) VALUE 0.
          05 WS-SER-DAYS           PIC 9(07) VALUE 0.
          05 WS-RUN-DAYS           PIC 9(07) VALUE 0.
          05 WS-DAYS-HELD          PIC 9(04) VALUE 0.

       01 WS-MONTH-START-VALUES.
          05 FILLER                PIC X(36) VALUE
             '000031059090120151181212243273304334'.
       01 WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
          05 MTH-START-DAYS        PIC 9(03) OCCURS 12 TIMES.

      *> AGE BANDS - 0 TO 2 DAYS, 3 TO 7, 8 TO 14, AND 15 OR MORE.
       01 WS-BAND-TOTALS.
          05 WS-BAND1-CTR          PIC 9(04)    VALUE 0.
          05 WS-BAND1-AMOUNT       PIC 9(10)V99 VALUE 0.
          05 WS-BAND2-CTR          PIC 9(04)    VALUE 0.
          05 WS-BAND2-AMOUNT       PIC 9(10)V99 VALUE 0.
          05 WS-BAND3-CTR          PIC 9(04)    VALUE 0.
          05 WS-BAND3-AMOUNT       PIC 9(10)V99 VALUE 0.
          05 WS-BAND4-CTR          PIC 9(04)    VALUE 0.
          05 WS-BAND4-AMOUNT       PIC 9(10)V99 VALUE 0.
          05 WS-HELD-AMOUNT        PIC 9(10)V99 VALUE 0.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
             'BILLS HELD FOR REVIEW'.
          05 FILLER               PIC X(6)  VALUE 'AS AT'.
          05 WS-RPT-RUN-DATE      PIC X(10).
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'BILL ID'.
          05 FILLER               PIC X(13) VALUE 'CUSTOMER'.
          05 FILLER               PIC X(5)  VALUE 'CODE'.
          05 FILLER               PIC X(9)  VALUE 'HELD ON'.
          05 FILLER               PIC X(5)  VALUE 'DAYS'.
          05 FILLER               PIC X(13) VALUE ' NET DUE(Rs)'.
          05 FILLER               PIC X(21) VALUE 'STATUS'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-BILL-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-HOLD-CODE     PIC X(04).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-HOLD-DATE     PIC 9(08).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-DAYS-HELD     PIC ZZZ9.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NET-DUE       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-HELD-STATUS   PIC X(16).
          05 FILLER               PIC X(5)  VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-TOT-LABEL     PIC X(24).
          05 WS-RPT-TOT-COUNT     PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-TOT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZ9.99.
          05 FILLER               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL028 EXECUTION BEGINS HERE ..........'
           DISPLAY '  HELD BILLS AGING REPORT               '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           MOVE SPACES   TO WS-REPORT-DATE.
           MOVE WS-DD    TO WS-REPORT-DATE(1:2).
           MOVE '/'      TO WS-REPORT-DATE(3:1).
           MOVE WS-MM    TO WS-REPORT-DATE(4:2).
           MOVE '/'      TO WS-REPORT-DATE(6:1).
           MOVE WS-DATE(1:4) TO WS-REPORT-DATE(7:4).

           MOVE WS-DATE     TO WS-SER-DATE.
           PERFORM 2500-COMPUTE-DAY-NUMBER.
           MOVE WS-SER-DAYS TO WS-RUN-DAYS.

           OPEN INPUT RV01-REVIEW-KSDS.
           IF REV-FILE-MISSING
              DISPLAY 'NO BILLS ON REVIEW FILE - NOTHING HELD'
              SET REV-EOF TO TRUE
           ELSE
              IF NOT REV-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING BILL REVIEW KSDS          '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-REV-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN INPUT MO01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL MASTER KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BILL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO27-HELD-BILLS-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING HELD BILLS REPORT         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL REVIEW KSDS       OPENED ............'
           DISPLAY 'BILL MASTER KSDS       OPENED ............'
           DISPLAY 'HELD BILLS REPORT      OPENED ............'
           DISPLAY '----------------------------------------'.

       2000-PROCESS     SECTION.

           PERFORM 2100-READ-REVIEW UNTIL REV-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-REVIEW SECTION.

           READ RV01-REVIEW-KSDS NEXT
                AT END  SET REV-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE REVIEW RECORDS -----------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-CHECK-STILL-HELD
           END-READ.

      *> A BILL IS STILL HELD WHILE ITS REVIEW ENTRY IS OPEN ('H') OR
      *> REJECTED ('J') AND THE BILL KSDS STILL SHOWS IT HELD. ONCE
      *> BILL019 CANCELS A REJECTED BILL IT DROPS OFF THE REPORT.
       2200-CHECK-STILL-HELD SECTION.

           IF REV-HELD OR REV-REJECTED
              MOVE REV-BILL-ID TO BILL-ID
              READ MO01-BILL-KSDS
                   INVALID KEY
                      DISPLAY 'HELD BILL NOT ON BILL KSDS '
                              REV-BILL-ID
                   NOT INVALID KEY
                      IF BILL-HELD
                         PERFORM 2300-AGE-HELD-BILL
                         PERFORM 2700-WRITE-REPORT-LINE
                      END-IF
              END-READ
           END-IF.

       2300-AGE-HELD-BILL SECTION.

           MOVE REV-HOLD-DATE TO WS-SER-DATE.
           PERFORM 2500-COMPUTE-DAY-NUMBER.
           IF WS-SER-DAYS > WS-RUN-DAYS
              MOVE ZEROS TO WS-DAYS-HELD
           ELSE
              COMPUTE WS-DAYS-HELD = WS-RUN-DAYS - WS-SER-DAYS
           END-IF.

           ADD 1           TO WS-HELD-CTR.
           ADD BILL-NET-DUE TO WS-HELD-AMOUNT.
           IF REV-HELD
              ADD 1 TO WS-REVIEW-CTR
           ELSE
              ADD 1 TO WS-REBILL-CTR
           END-IF.

           EVALUATE TRUE
              WHEN WS-DAYS-HELD < 3
                 ADD 1            TO WS-BAND1-CTR
                 ADD BILL-NET-DUE TO WS-BAND1-AMOUNT
              WHEN WS-DAYS-HELD < 8
                 ADD 1            TO WS-BAND2-CTR
                 ADD BILL-NET-DUE TO WS-BAND2-AMOUNT
              WHEN WS-DAYS-HELD < 15
                 ADD 1            TO WS-BAND3-CTR
                 ADD BILL-NET-DUE TO WS-BAND3-AMOUNT
              WHEN OTHER
                 ADD 1            TO WS-BAND4-CTR
                 ADD BILL-NET-DUE TO WS-BAND4-AMOUNT
           END-EVALUATE.

       2500-COMPUTE-DAY-NUMBER SECTION.

           MOVE ZEROS TO WS-SER-DAYS.
           IF WS-SER-DATE NOT NUMERIC OR WS-SER-MM < 01
              OR WS-SER-MM > 12
              MOVE WS-RUN-DAYS TO WS-SER-DAYS
           ELSE
              IF WS-SER-MM > 02
                 MOVE WS-SER-YYYY TO WS-SER-LEAP-YEAR
              ELSE
                 COMPUTE WS-SER-LEAP-YEAR = WS-SER-YYYY - 1
              END-IF
              DIVIDE WS-SER-LEAP-YEAR BY 4   GIVING WS-SER-LEAP-4
              DIVIDE WS-SER-LEAP-YEAR BY 100 GIVING WS-SER-LEAP-100
              DIVIDE WS-SER-LEAP-YEAR BY 400 GIVING WS-SER-LEAP-400
              COMPUTE WS-SER-DAYS = WS-SER-YYYY * 365
                                  + WS-SER-LEAP-4
                                  - WS-SER-LEAP-100
                                  + WS-SER-LEAP-400
                                  + MTH-START-DAYS(WS-SER-MM)
                                  + WS-SER-DD
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE REV-BILL-ID         TO WS-RPT-BILL-ID.
           MOVE REV-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE REV-REASON-CODE     TO WS-RPT-HOLD-CODE.
           MOVE REV-HOLD-DATE       TO WS-RPT-HOLD-DATE.
           MOVE WS-DAYS-HELD        TO WS-RPT-DAYS-HELD.
           MOVE BILL-NET-DUE        TO WS-RPT-NET-DUE.
           IF REV-HELD
              MOVE 'AWAITING REVIEW'  TO WS-RPT-HELD-STATUS
           ELSE
              MOVE 'AWAITING RE-BILL' TO WS-RPT-HELD-STATUS
           END-IF.

           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM    TO WS-RPT-PAGE-NUM.
           MOVE WS-REPORT-DATE TO WS-RPT-RUN-DATE.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE 'HELD 0 TO 2 DAYS'     TO WS-RPT-TOT-LABEL.
           MOVE WS-BAND1-CTR           TO WS-RPT-TOT-COUNT.
           MOVE WS-BAND1-AMOUNT        TO WS-RPT-TOT-AMOUNT.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-TOTAL.

           MOVE 'HELD 3 TO 7 DAYS'     TO WS-RPT-TOT-LABEL.
           MOVE WS-BAND2-CTR           TO WS-RPT-TOT-COUNT.
           MOVE WS-BAND2-AMOUNT        TO WS-RPT-TOT-AMOUNT.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-TOTAL.

           MOVE 'HELD 8 TO 14 DAYS'    TO WS-RPT-TOT-LABEL.
           MOVE WS-BAND3-CTR           TO WS-RPT-TOT-COUNT.
           MOVE WS-BAND3-AMOUNT        TO WS-RPT-TOT-AMOUNT.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-TOTAL.

           MOVE 'HELD 15 DAYS OR MORE' TO WS-RPT-TOT-LABEL.
           MOVE WS-BAND4-CTR           TO WS-RPT-TOT-COUNT.
           MOVE WS-BAND4-AMOUNT        TO WS-RPT-TOT-AMOUNT.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-TOTAL.

           MOVE 'TOTAL STILL HELD'     TO WS-RPT-TOT-LABEL.
           MOVE WS-HELD-CTR            TO WS-RPT-TOT-COUNT.
           MOVE WS-HELD-AMOUNT         TO WS-RPT-TOT-AMOUNT.
           WRITE TO27-HELD-BILLS-RPT-RECORD FROM WS-REPORT-TOTAL.

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
           DISPLAY ' REVIEW RECORDS READ      ',  WS-READ-CTR
           DISPLAY ' BILLS STILL HELD         ',  WS-HELD-CTR
           DISPLAY '   AWAITING REVIEW        ',  WS-REVIEW-CTR
           DISPLAY '   AWAITING RE-BILL       ',  WS-REBILL-CTR
           DISPLAY '----------------------------------------'

           IF NOT REV-FILE-MISSING
              CLOSE RV01-REVIEW-KSDS
           END-IF.

           CLOSE  MO01-BILL-KSDS,
                  TO27-HELD-BILLS-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL REVIEW KSDS       IS CLOSED  '
           DISPLAY 'BILL MASTER KSDS       IS CLOSED  '
           DISPLAY 'HELD BILLS REPORT      IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL028 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-HELD-CTR       TO RL-WRITE-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
