       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL022.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AG01-ARRANGEMENT-KSDS ASSIGN TO ARRKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS ARR-CUST-ID
           FILE STATUS            IS WS-ARR-STATUS.

           SELECT TO20-ARR-STATUS-RPT ASSIGN TO ARRRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> INSTALMENT ARRANGEMENT MASTER, MAINTAINED BY BILL021 AND
      *> UPDATED BY BILL004 / BILL020 AS RECEIPTS POST OR RETURN.
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

       FD TO20-ARR-STATUS-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO20-ARR-STATUS-RPT-RECORD PIC X(80).

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
          05 WS-ARR-STATUS       PIC X(02).
             88 ARR-IO-STATUS    VALUE '00'.
             88 ARR-EOF          VALUE '10'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-REPORTED-CTR        PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT REDEFINES WS-DATE.
             10 WS-CC              PIC 9(02).
             10 WS-YY              PIC 9(02).
             10 WS-MM              PIC 9(02).
             10 WS-DD              PIC 9(02).
          05 WS-CLOSED-DATE        PIC 9(08).
          05 WS-CLOSED-FORMAT REDEFINES WS-CLOSED-DATE.
             10 WS-CLOSED-CC       PIC 9(02).
             10 WS-CLOSED-YY       PIC 9(02).
             10 WS-CLOSED-MM       PIC 9(02).
             10 WS-CLOSED-DD       PIC 9(02).

      *> THE REPORT COVERS ONE BILLING CYCLE (YYMM, AS IN THE BILL
      *> ID), THE CURRENT MONTH UNLESS PARM ARR-REPORT-CYCLE IS
      *> GIVEN. CYCLES ARE COUNTED AS YY * 12 + MM SO A PLAN RUNNING
      *> OVER A YEAR END COUNTS ITS INSTALMENTS CORRECTLY.
       01 WS-CYCLE-VARIABLES.
          05 WS-RPT-CYCLE.
             10 WS-RPT-CYCLE-YY    PIC 9(02).
             10 WS-RPT-CYCLE-MM    PIC 9(02).
          05 WS-CYCLE-PARM         PIC X(04) VALUE SPACES.
          05 WS-CYCLE-PARM-9 REDEFINES WS-CYCLE-PARM.
             10 WS-CYCLE-PARM-YY   PIC 9(02).
             10 WS-CYCLE-PARM-MM   PIC 9(02).
          05 WS-RPT-INDEX          PIC 9(04) VALUE 0.
          05 WS-START-INDEX        PIC 9(04) VALUE 0.
          05 WS-PAST-COUNT         PIC 9(04) VALUE 0.
          05 WS-DUE-COUNT          PIC 9(04) VALUE 0.
          05 WS-PAST-DUE-AMT       PIC 9(11)V99 VALUE 0.
          05 WS-DUE-AMT            PIC 9(11)V99 VALUE 0.
          05 WS-REMAINING-AMT      PIC 9(8)V99 VALUE 0.

      *> PLAN STANDING FOR THE CYCLE - INDEXED BY BUCKET NUMBER
      *> 1 = KEPT     PAID UP TO THIS CYCLE'S INSTALMENT, OR CLEARED
      *>               IN FULL DURING THE CYCLE
      *> 2 = AT RISK  EARLIER INSTALMENTS PAID, THIS CYCLE'S NOT YET
      *> 3 = BROKEN   AN EARLIER INSTALMENT MISSED, OR THE PLAN
      *>               LAPSED DURING THE CYCLE
      *> CANCELLED PLANS AND PLANS CLOSED IN EARLIER CYCLES ARE LEFT
      *> OFF THE REPORT.
       01 WS-STANDING-BUCKETS.
          05 WS-BUCKET-NDX          PIC 9(01) VALUE 0.
          05 WS-BUCKET-TABLE OCCURS 3 TIMES.
             10 WS-BUCKET-COUNT     PIC 9(06).
             10 WS-BUCKET-AMOUNT    PIC 9(10)V99.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X(34) VALUE
             'INSTALMENT ARRANGEMENT STATUS FOR'.
          05 WS-RPT-HDR-CYCLE     PIC X(04).
          05 FILLER               PIC X(22) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'CUST ID'.
          05 FILLER               PIC X(13) VALUE 'ARREARS(Rs)'.
          05 FILLER               PIC X(11) VALUE 'INSTAL(Rs)'.
          05 FILLER               PIC X(13) VALUE 'PAID(Rs)'.
          05 FILLER               PIC X(10) VALUE 'DUE'.
          05 FILLER               PIC X(18) VALUE 'STANDING'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-CUST-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ARREARS       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-INSTAL        PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-PAID          PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-DUE-COUNT     PIC ZZ9.
          05 FILLER               PIC X(1)  VALUE '/'.
          05 WS-RPT-INSTAL-COUNT  PIC 999.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-STANDING      PIC X(08).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ARR-STATUS    PIC X(01).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(04).
          05 FILLER               PIC X(04) VALUE SPACES.

       01 WS-STANDING-TITLES.
          05 FILLER               PIC X(08) VALUE 'KEPT'.
          05 FILLER               PIC X(08) VALUE 'AT RISK'.
          05 FILLER               PIC X(08) VALUE 'BROKEN'.

       01 WS-STANDING-TITLE-TABLE REDEFINES WS-STANDING-TITLES.
          05 WS-STANDING-TITLE OCCURS 3 TIMES PIC X(08).

       01 WS-SUMMARY-HEADER.
          05 FILLER               PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'ARRANGEMENT STANDING SUMMARY'.

       01 WS-SUMMARY-LINE.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-SUM-STANDING       PIC X(20).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'PLANS:'.
          05 WS-SUM-COUNT          PIC Z,ZZ9.
          05 FILLER                PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'OWED:'.
          05 WS-SUM-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL022 EXECUTION BEGINS HERE ..........'
           DISPLAY '  INSTALMENT ARRANGEMENT STATUS REPORT  '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           INITIALIZE WS-STANDING-BUCKETS.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-YY TO WS-RPT-CYCLE-YY.
           MOVE WS-MM TO WS-RPT-CYCLE-MM.

           ACCEPT WS-CYCLE-PARM FROM ENVIRONMENT 'ARR-REPORT-CYCLE'.
           IF WS-CYCLE-PARM NOT = SPACES
              AND WS-CYCLE-PARM-9 IS NUMERIC
              AND WS-CYCLE-PARM-MM > 0
              AND WS-CYCLE-PARM-MM < 13
              MOVE WS-CYCLE-PARM-9 TO WS-RPT-CYCLE
           END-IF.
           DISPLAY 'REPORT CYCLE (YYMM)  ', WS-RPT-CYCLE.

           COMPUTE WS-RPT-INDEX =
                   WS-RPT-CYCLE-YY * 12 + WS-RPT-CYCLE-MM.
           MOVE WS-RPT-CYCLE TO WS-RPT-HDR-CYCLE.

           OPEN INPUT AG01-ARRANGEMENT-KSDS.
           IF NOT ARR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ARRANGEMENT KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ARR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO20-ARR-STATUS-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ARRANGEMENT STATUS REPORT '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRANGEMENT KSDS      OPENED .............'
           DISPLAY 'ARRANGEMENT STATUS RPT OPENED ............'
           DISPLAY '----------------------------------------'.

       2000-PROCESS     SECTION.

           PERFORM 2750-WRITE-PAGE-HEADERS.

           PERFORM 2100-READ-ARRANGEMENT UNTIL ARR-EOF.

           PERFORM 2800-WRITE-SUMMARY.

       2100-READ-ARRANGEMENT SECTION.

           READ AG01-ARRANGEMENT-KSDS NEXT
                AT END  SET ARR-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE ARRANGEMENT RECORDS ------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-CLASSIFY-ARRANGEMENT
           END-READ.

       2200-CLASSIFY-ARRANGEMENT SECTION.

           MOVE 0 TO WS-BUCKET-NDX.
           MOVE ARR-CLOSED-DATE TO WS-CLOSED-DATE.

           PERFORM 2210-COUNT-INSTALMENTS.

           EVALUATE TRUE
              WHEN ARR-CANCELLED
                 CONTINUE
              WHEN ARR-COMPLETED
                 IF WS-CLOSED-YY = WS-RPT-CYCLE-YY
                    AND WS-CLOSED-MM = WS-RPT-CYCLE-MM
                    MOVE 1 TO WS-BUCKET-NDX
                 END-IF
              WHEN ARR-LAPSED
                 IF WS-CLOSED-YY = WS-RPT-CYCLE-YY
                    AND WS-CLOSED-MM = WS-RPT-CYCLE-MM
                    MOVE 3 TO WS-BUCKET-NDX
                 END-IF
              WHEN ARR-ACTIVE
                 IF ARR-PAID-TO-DATE < WS-PAST-DUE-AMT
                    MOVE 3 TO WS-BUCKET-NDX
                 ELSE
                    IF ARR-PAID-TO-DATE < WS-DUE-AMT
                       MOVE 2 TO WS-BUCKET-NDX
                    ELSE
                       MOVE 1 TO WS-BUCKET-NDX
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-BUCKET-NDX > 0
              COMPUTE WS-REMAINING-AMT =
                      ARR-ARREARS-AMT - ARR-PAID-TO-DATE
              ADD 1                TO WS-BUCKET-COUNT(WS-BUCKET-NDX)
              ADD WS-REMAINING-AMT TO WS-BUCKET-AMOUNT(WS-BUCKET-NDX)
              ADD 1                TO WS-REPORTED-CTR
              PERFORM 2700-WRITE-REPORT-LINE
           END-IF.

      *> INSTALMENTS FALLEN DUE BEFORE THE REPORT CYCLE, AND UP TO
      *> AND INCLUDING IT, EACH CAPPED AT THE PLAN LENGTH; THE AMOUNT
      *> DUE NEVER EXCEEDS THE ARREARS (THE LAST INSTALMENT MAY BE
      *> SHORT). A PLAN NOT YET STARTED HAS NOTHING DUE.
       2210-COUNT-INSTALMENTS SECTION.

           COMPUTE WS-START-INDEX =
                   ARR-START-YY * 12 + ARR-START-MM.

           IF WS-RPT-INDEX < WS-START-INDEX
              MOVE ZEROS TO WS-PAST-COUNT WS-DUE-COUNT
           ELSE
              COMPUTE WS-PAST-COUNT = WS-RPT-INDEX - WS-START-INDEX
              COMPUTE WS-DUE-COUNT  = WS-PAST-COUNT + 1
           END-IF.
           IF WS-PAST-COUNT > ARR-INSTAL-COUNT
              MOVE ARR-INSTAL-COUNT TO WS-PAST-COUNT
           END-IF.
           IF WS-DUE-COUNT > ARR-INSTAL-COUNT
              MOVE ARR-INSTAL-COUNT TO WS-DUE-COUNT
           END-IF.

           COMPUTE WS-PAST-DUE-AMT = WS-PAST-COUNT * ARR-INSTAL-AMT.
           IF WS-PAST-DUE-AMT > ARR-ARREARS-AMT
              MOVE ARR-ARREARS-AMT TO WS-PAST-DUE-AMT
           END-IF.
           COMPUTE WS-DUE-AMT = WS-DUE-COUNT * ARR-INSTAL-AMT.
           IF WS-DUE-AMT > ARR-ARREARS-AMT
              MOVE ARR-ARREARS-AMT TO WS-DUE-AMT
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE ARR-CUST-ID         TO WS-RPT-CUST-ID.
           MOVE ARR-ARREARS-AMT     TO WS-RPT-ARREARS.
           MOVE ARR-INSTAL-AMT      TO WS-RPT-INSTAL.
           MOVE ARR-PAID-TO-DATE    TO WS-RPT-PAID.
           MOVE WS-DUE-COUNT        TO WS-RPT-DUE-COUNT.
           MOVE ARR-INSTAL-COUNT    TO WS-RPT-INSTAL-COUNT.
           MOVE WS-STANDING-TITLE(WS-BUCKET-NDX) TO WS-RPT-STANDING.
           MOVE ARR-STATUS          TO WS-RPT-ARR-STATUS.
           MOVE ARR-CLOSE-REASON    TO WS-RPT-REASON.

           WRITE TO20-ARR-STATUS-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO20-ARR-STATUS-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO20-ARR-STATUS-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-SUMMARY SECTION.

           WRITE TO20-ARR-STATUS-RPT-RECORD FROM WS-SUMMARY-HEADER.

           PERFORM 2810-WRITE-BUCKET-LINE
               VARYING WS-BUCKET-NDX FROM 1 BY 1
               UNTIL WS-BUCKET-NDX > 3.

       2810-WRITE-BUCKET-LINE SECTION.

           MOVE WS-STANDING-TITLE(WS-BUCKET-NDX) TO WS-SUM-STANDING.
           MOVE WS-BUCKET-COUNT(WS-BUCKET-NDX)   TO WS-SUM-COUNT.
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET-NDX)  TO WS-SUM-AMOUNT.
           WRITE TO20-ARR-STATUS-RPT-RECORD FROM WS-SUMMARY-LINE.

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
           DISPLAY ' ARRANGEMENTS READ        ',  WS-READ-CTR
           DISPLAY ' ARRANGEMENTS REPORTED    ',  WS-REPORTED-CTR
           DISPLAY ' KEPT                     ',  WS-BUCKET-COUNT(1)
           DISPLAY ' AT RISK                  ',  WS-BUCKET-COUNT(2)
           DISPLAY ' BROKEN                   ',  WS-BUCKET-COUNT(3)
           DISPLAY '----------------------------------------'

           CLOSE  AG01-ARRANGEMENT-KSDS,
                  TO20-ARR-STATUS-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'ARRANGEMENT KSDS       IS CLOSED  '
           DISPLAY 'ARRANGEMENT STATUS RPT IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL022 '        TO RL-PROGRAM-ID.
           MOVE WS-RUN-START-DATE TO RL-START-DATE.
           MOVE WS-RUN-START-TIME TO RL-START-TIME.
           MOVE WS-RUN-END-DATE   TO RL-END-DATE.
           MOVE WS-RUN-END-TIME   TO RL-END-TIME.
           MOVE WS-READ-CTR       TO RL-READ-CTR.
           MOVE WS-REPORTED-CTR   TO RL-WRITE-CTR.
           MOVE WS-RUN-END-STATUS TO RL-END-STATUS.

           WRITE RL01-RUN-LOG-RECORD.
           CLOSE RL01-RUN-LOG.

       9100-ABORT-RUN SECTION.

           MOVE 'AB' TO WS-RUN-END-STATUS.
           PERFORM 9050-WRITE-RUN-LOG.
           STOP RUN.
