       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL023.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TT01-TARIFF-TRANS ASSIGN TO TARTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-TRX-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT TO21-TARIFF-RPT  ASSIGN TO TARRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> TARIFF TRANSACTIONS. 'A' ADDS A TARIFF FOR A CATEGORY AND
      *> ZONE FROM ITS EFFECTIVE DATE, 'C' REPLACES THE RATES OF ONE
      *> NOT YET IN EFFECT AND 'D' DELETES ONE NOT YET IN EFFECT.
      *> A DELETE NEEDS ONLY THE ACTION CODE AND THE KEY.
       FD TT01-TARIFF-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TT01-TARIFF-TRANS-RECORD.
          05 TTX-ACTION-CODE      PIC X(01).
             88 TTX-ACTION-ADD    VALUE 'A'.
             88 TTX-ACTION-CHANGE VALUE 'C'.
             88 TTX-ACTION-DELETE VALUE 'D'.
          05 TTX-KEY.
             10 TTX-CATEGORY      PIC X(01).
             10 TTX-ZONE          PIC X(01).
             10 TTX-EFF-DATE      PIC 9(08).
             10 TTX-EFF-DATE-X REDEFINES TTX-EFF-DATE.
                15 TTX-EFF-CCYY   PIC 9(04).
                15 TTX-EFF-MM     PIC 9(02).
                15 TTX-EFF-DD     PIC 9(02).
          05 TTX-SLAB-TABLE.
             10 TTX-SLAB OCCURS 3 TIMES.
                15 TTX-SLAB-UPTO  PIC 9(06).
                15 TTX-SLAB-RATE  PIC 9(02)V99.
          05 TTX-FIXED-CHARGE     PIC 9(6)V99.
          05 TTX-MIN-CHARGE       PIC 9(6)V99.
          05 TTX-DUTY-PCT         PIC 9(02)V99.
          05 TTX-SURCHARGE-PCT    PIC 9(02)V99.
          05 TTX-ORDER-REF        PIC X(12).
          05 FILLER               PIC X(03).

      *> EFFECTIVE-DATED TARIFF MASTER. ONE RECORD PER CATEGORY
      *> ('D' DOMESTIC, 'C' COMMERCIAL, 'I' INDUSTRIAL), ZONE ('U'
      *> URBAN, 'R' RURAL, FROM THE LEADING CHARACTER OF THE AREA
      *> CODE) AND EFFECTIVE DATE. A TARIFF STAYS IN FORCE UNTIL THE
      *> NEXT ONE FOR THE SAME CATEGORY AND ZONE TAKES EFFECT. THE
      *> TOP SLAB LIMIT IS ALWAYS 999999 (NO UPPER BOUND).
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

       FD TO21-TARIFF-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         132 CHARACTERS.

       01 TO21-TARIFF-RPT-RECORD PIC X(132).

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
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.
             88 TAR-NOT-FOUND    VALUE '23'.
             88 TAR-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-ACCEPT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-ADD-CTR             PIC 9(04) VALUE ZEROS.
          05 WS-CHANGE-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-DELETE-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-LISTED-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).
          05 WS-DATE-FORMAT REDEFINES WS-DATE.
             10 WS-CCYY            PIC 9(04).
             10 WS-MM              PIC 9(02).
             10 WS-DD              PIC 9(02).
          05 WS-NEXT-MONTH-DATE    PIC 9(08).
          05 WS-NEXT-MONTH-FORMAT REDEFINES WS-NEXT-MONTH-DATE.
             10 WS-NM-CCYY         PIC 9(04).
             10 WS-NM-MM           PIC 9(02).
             10 WS-NM-DD           PIC 9(02).

      *> BILLS ARE RATED OVER THE WHOLE CALENDAR MONTH, SO A TARIFF
      *> EFFECTIVE IN THE CURRENT MONTH OR EARLIER HAS BEEN (OR MAY
      *> HAVE BEEN) BILLED ON, AND BILL011 RE-DERIVES THE SLAB
      *> BREAKDOWN FROM THE MASTER. SUCH A TARIFF IS NEVER ADDED,
      *> CHANGED OR DELETED - THE EFFECTIVE DATE MUST FALL AFTER THE
      *> END OF THE CURRENT MONTH (ON OR AFTER WS-NEXT-MONTH-DATE),
      *> EXCEPT FOR THE FIRST TARIFF LOADED FOR A CATEGORY AND ZONE.
       01 WS-TARIFF-RULE-VARIABLES.
          05 WS-FIRST-TARIFF-SW    PIC X(01) VALUE 'N'.
             88 WS-FIRST-TARIFF    VALUE 'Y'.
             88 WS-NOT-FIRST-TARIFF VALUE 'N'.

      *> DAYS IN EACH MONTH, FOR THE EFFECTIVE DATE EDIT. FEBRUARY
      *> TAKES 29 IN A LEAP YEAR.
       01 WS-MONTH-DAY-VALUES.
          05 FILLER               PIC X(24) VALUE
             '312831303130313130313031'.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(02).

       01 WS-EFF-DATE-VARIABLES.
          05 WS-EFF-MONTH-LEN      PIC 9(02) VALUE 0.
          05 WS-EFF-LEAP-QUOT      PIC 9(04) VALUE 0.
          05 WS-EFF-LEAP-REM       PIC 9(04) VALUE 0.

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(36) VALUE SPACES.

      *> THE LISTING HOLDS BACK EACH RECORD UNTIL THE NEXT ONE IS
      *> READ, TO TELL WHETHER A LATER TARIFF FOR THE SAME CATEGORY
      *> AND ZONE HAS ALREADY SUPERSEDED IT.
       01 WS-LIST-VARIABLES.
          05 WS-HOLD-SW            PIC X(01) VALUE 'N'.
             88 WS-HOLD-PRESENT    VALUE 'Y'.
             88 WS-HOLD-EMPTY      VALUE 'N'.
          05 WS-SUPERSEDED-SW      PIC X(01) VALUE 'N'.
             88 WS-HOLD-SUPERSEDED VALUE 'Y'.
             88 WS-HOLD-CURRENT    VALUE 'N'.

       01 WS-HOLD-TARIFF.
          05 WS-HLD-KEY.
             10 WS-HLD-CATEGORY    PIC X(01).
             10 WS-HLD-ZONE        PIC X(01).
             10 WS-HLD-EFF-DATE    PIC 9(08).
          05 WS-HLD-SLAB-TABLE.
             10 WS-HLD-SLAB OCCURS 3 TIMES.
                15 WS-HLD-SLAB-UPTO PIC 9(06).
                15 WS-HLD-SLAB-RATE PIC 9(02)V99.
          05 WS-HLD-FIXED-CHARGE   PIC 9(6)V99.
          05 WS-HLD-MIN-CHARGE     PIC 9(6)V99.
          05 WS-HLD-DUTY-PCT       PIC 9(02)V99.
          05 WS-HLD-SURCHARGE-PCT  PIC 9(02)V99.
          05 WS-HLD-ORDER-REF      PIC X(12).
          05 WS-HLD-UPDATE-DATE    PIC 9(08).
          05 FILLER                PIC X(06).

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'TARIFF MASTER MAINTENANCE'.
          05 FILLER               PIC X(44) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE 'AC'.
          05 FILLER               PIC X(5)  VALUE 'CAT'.
          05 FILLER               PIC X(6)  VALUE 'ZONE'.
          05 FILLER               PIC X(10) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(14) VALUE 'ORDER REF'.
          05 FILLER               PIC X(10) VALUE 'STATUS'.
          05 FILLER               PIC X(82) VALUE 'REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTION        PIC X(01).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-RPT-CATEGORY      PIC X(01).
          05 FILLER               PIC X(5)  VALUE SPACES.
          05 WS-RPT-ZONE          PIC X(01).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-RPT-EFF-DATE      PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-ORDER-REF     PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-STATUS-TEXT   PIC X(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(36).
          05 FILLER               PIC X(46) VALUE SPACES.

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'READ:'.
          05 WS-RPT-READ-CTR      PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(7)  VALUE 'ADDED:'.
          05 WS-RPT-ADD-CTR       PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'CHANGED:'.
          05 WS-RPT-CHANGE-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'DELETED:'.
          05 WS-RPT-DELETE-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REJECTED:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(51) VALUE SPACES.

       01 WS-LIST-HEADER1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
             'TARIFF MASTER LISTING'.
          05 FILLER               PIC X(44) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-LST-PAGE-NUM      PIC ZZ9.

       01 WS-LIST-HEADER2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(4)  VALUE 'CAT'.
          05 FILLER               PIC X(5)  VALUE 'ZONE'.
          05 FILLER               PIC X(10) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(16) VALUE 'SLAB 1 UPTO/RATE'.
          05 FILLER               PIC X(16) VALUE 'SLAB 2 UPTO/RATE'.
          05 FILLER               PIC X(16) VALUE 'SLAB 3 RATE'.
          05 FILLER               PIC X(12) VALUE 'FIXED(Rs)'.
          05 FILLER               PIC X(12) VALUE 'MINIMUM(Rs)'.
          05 FILLER               PIC X(7)  VALUE 'DUTY%'.
          05 FILLER               PIC X(7)  VALUE 'SURCH%'.
          05 FILLER               PIC X(14) VALUE 'ORDER REF'.
          05 FILLER               PIC X(11) VALUE 'STANDING'.

       01 WS-LIST-DETAIL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-CATEGORY      PIC X(01).
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 WS-LST-ZONE          PIC X(01).
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-LST-EFF-DATE      PIC 9(08).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-UPTO-1        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE '/'.
          05 WS-LST-RATE-1        PIC Z9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-LST-UPTO-2        PIC ZZZ,ZZ9.
          05 FILLER               PIC X(1)  VALUE '/'.
          05 WS-LST-RATE-2        PIC Z9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE '   ABOVE'.
          05 WS-LST-RATE-3        PIC Z9.99.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 WS-LST-FIXED         PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-MINIMUM       PIC ZZZ,ZZ9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-DUTY          PIC Z9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-SURCHARGE     PIC Z9.99.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-ORDER-REF     PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-LST-STANDING      PIC X(10).
          05 FILLER               PIC X(22) VALUE SPACES.

       01 WS-LIST-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'TARIFFS LISTED:'.
          05 WS-LST-TOTAL-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(109) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL023 EXECUTION BEGINS HERE ..........'
           DISPLAY '  TARIFF MASTER MAINTENANCE AND LISTING '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.
           MOVE WS-DATE TO WS-NEXT-MONTH-DATE.
           MOVE 01      TO WS-NM-DD.
           IF WS-NM-MM = 12
              MOVE 01   TO WS-NM-MM
              ADD 1     TO WS-NM-CCYY
           ELSE
              ADD 1     TO WS-NM-MM
           END-IF.

           OPEN INPUT TT01-TARIFF-TRANS.
           IF NOT TRX-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TARIFF TRANS FILE         '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TRX-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O TF01-TARIFF-KSDS.
           IF TAR-FILE-MISSING
              OPEN OUTPUT TF01-TARIFF-KSDS
              CLOSE      TF01-TARIFF-KSDS
              OPEN I-O   TF01-TARIFF-KSDS
           END-IF.
           IF NOT TAR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TARIFF MASTER KSDS        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-TAR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO21-TARIFF-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING TARIFF REPORT FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'TARIFF TRANS FILE      OPENED ............'
           DISPLAY 'TARIFF MASTER KSDS     OPENED ............'
           DISPLAY 'TARIFF REPORT          OPENED ............'
           DISPLAY '----------------------------------------'.

       2000-PROCESS     SECTION.

           PERFORM 2750-WRITE-PAGE-HEADERS.

           PERFORM 2100-READ-TRANSACTION UNTIL TRX-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

           PERFORM 2850-LIST-TARIFFS.

       2100-READ-TRANSACTION SECTION.

           READ TT01-TARIFF-TRANS
                AT END  SET TRX-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE TARIFF TRANSACTIONS ------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-APPLY-TRANSACTION
                            PERFORM 2700-WRITE-REPORT-LINE
           END-READ.

       2200-APPLY-TRANSACTION SECTION.

           MOVE 'ACCEPTED' TO WS-TRX-STATUS-TEXT.
           MOVE SPACES     TO WS-TRX-REASON.

           PERFORM 2210-EDIT-KEY.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              EVALUATE TRUE
                 WHEN TTX-ACTION-ADD
                    PERFORM 2300-ADD-TARIFF
                 WHEN TTX-ACTION-CHANGE
                    PERFORM 2400-CHANGE-TARIFF
                 WHEN TTX-ACTION-DELETE
                    PERFORM 2500-DELETE-TARIFF
                 WHEN OTHER
                    MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                    MOVE 'UNKNOWN ACTION CODE' TO WS-TRX-REASON
              END-EVALUATE
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              ADD 1 TO WS-ACCEPT-CTR
           ELSE
              ADD 1 TO WS-REJECT-CTR
           END-IF.

       2210-EDIT-KEY SECTION.

           EVALUATE TRUE
              WHEN TTX-CATEGORY NOT = 'D'
                   AND TTX-CATEGORY NOT = 'C'
                   AND TTX-CATEGORY NOT = 'I'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INVALID CATEGORY'        TO WS-TRX-REASON
              WHEN TTX-ZONE NOT = 'U' AND TTX-ZONE NOT = 'R'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INVALID ZONE'            TO WS-TRX-REASON
              WHEN TTX-EFF-DATE NOT NUMERIC
                   OR TTX-EFF-MM < 01 OR TTX-EFF-MM > 12
                   OR TTX-EFF-DD < 01 OR TTX-EFF-DD > 31
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INVALID EFFECTIVE DATE'  TO WS-TRX-REASON
              WHEN OTHER
                 PERFORM 2215-CHECK-EFF-DAY
           END-EVALUATE.

      *> THE DAY MUST EXIST IN THE MONTH - NO 31 APRIL OR 30 FEBRUARY
      *> REACHES THE MASTER, WHERE THE DAY PRO-RATING WOULD COUNT IT.
       2215-CHECK-EFF-DAY SECTION.

           MOVE WS-MONTH-DAYS(TTX-EFF-MM) TO WS-EFF-MONTH-LEN.
           IF TTX-EFF-MM = 2
              DIVIDE TTX-EFF-CCYY BY 4 GIVING WS-EFF-LEAP-QUOT
                     REMAINDER WS-EFF-LEAP-REM
              IF WS-EFF-LEAP-REM = 0
                 MOVE 29 TO WS-EFF-MONTH-LEN
                 DIVIDE TTX-EFF-CCYY BY 100 GIVING WS-EFF-LEAP-QUOT
                        REMAINDER WS-EFF-LEAP-REM
                 IF WS-EFF-LEAP-REM = 0
                    DIVIDE TTX-EFF-CCYY BY 400
                           GIVING WS-EFF-LEAP-QUOT
                           REMAINDER WS-EFF-LEAP-REM
                    IF WS-EFF-LEAP-REM NOT = 0
                       MOVE 28 TO WS-EFF-MONTH-LEN
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF TTX-EFF-DD > WS-EFF-MONTH-LEN
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              MOVE 'INVALID EFFECTIVE DATE'  TO WS-TRX-REASON
           END-IF.

      *> THE SLAB LIMITS MUST RISE, THE LAST SLAB IS OPEN-ENDED AND
      *> EVERY RATE AND CHARGE MUST BE PRESENT. A ZERO FIXED CHARGE,
      *> MINIMUM, DUTY OR SURCHARGE IS ALLOWED - A ZERO SLAB RATE IS
      *> NOT.
       2220-EDIT-RATES SECTION.

           EVALUATE TRUE
              WHEN TTX-SLAB-TABLE NOT NUMERIC
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'SLAB TABLE NOT NUMERIC'  TO WS-TRX-REASON
              WHEN TTX-SLAB-UPTO(1) = 0
                   OR TTX-SLAB-UPTO(2) NOT > TTX-SLAB-UPTO(1)
                   OR TTX-SLAB-UPTO(3) NOT = 999999
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'SLAB LIMITS OUT OF SEQUENCE' TO WS-TRX-REASON
              WHEN TTX-SLAB-RATE(1) = 0
                   OR TTX-SLAB-RATE(2) = 0
                   OR TTX-SLAB-RATE(3) = 0
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'SLAB RATE MISSING'       TO WS-TRX-REASON
              WHEN TTX-FIXED-CHARGE NOT NUMERIC
                   OR TTX-MIN-CHARGE NOT NUMERIC
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'FIXED/MINIMUM CHARGE INVALID' TO WS-TRX-REASON
              WHEN TTX-DUTY-PCT NOT NUMERIC
                   OR TTX-SURCHARGE-PCT NOT NUMERIC
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'DUTY/SURCHARGE RATE INVALID' TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2300-ADD-TARIFF SECTION.

           PERFORM 2220-EDIT-RATES.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              AND TTX-EFF-DATE < WS-NEXT-MONTH-DATE
              PERFORM 2310-CHECK-FIRST-TARIFF
              IF WS-NOT-FIRST-TARIFF
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NOT EFFECTIVE AFTER CURRENT MONTH'
                                                TO WS-TRX-REASON
              END-IF
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE TTX-KEY TO TAR-KEY
              READ TF01-TARIFF-KSDS
                   INVALID KEY
                      PERFORM 2350-BUILD-TARIFF
                      WRITE TF01-TARIFF-RECORD
                          INVALID KEY
                             MOVE 'REJECTED'     TO WS-TRX-STATUS-TEXT
                             MOVE 'TARIFF WRITE FAILED'
                                                 TO WS-TRX-REASON
                      END-WRITE
                   NOT INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'TARIFF ALREADY ON FILE' TO WS-TRX-REASON
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE 'TARIFF ADDED' TO WS-TRX-REASON
              ADD 1 TO WS-ADD-CTR
           END-IF.

      *> POSITIONS ON THE FIRST TARIFF FOR THE CATEGORY AND ZONE. IF
      *> THERE IS NONE THE TRANSACTION IS THE INITIAL LOAD AND MAY
      *> CARRY ANY EFFECTIVE DATE.
       2310-CHECK-FIRST-TARIFF SECTION.

           SET WS-FIRST-TARIFF TO TRUE.

           MOVE TTX-CATEGORY TO TAR-CATEGORY.
           MOVE TTX-ZONE     TO TAR-ZONE.
           MOVE ZEROS        TO TAR-EFF-DATE.
           START TF01-TARIFF-KSDS KEY NOT LESS THAN TAR-KEY
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  READ TF01-TARIFF-KSDS NEXT
                       AT END
                          CONTINUE
                       NOT AT END
                          IF TAR-CATEGORY = TTX-CATEGORY
                             AND TAR-ZONE = TTX-ZONE
                             SET WS-NOT-FIRST-TARIFF TO TRUE
                          END-IF
                  END-READ
           END-START.

       2350-BUILD-TARIFF SECTION.

           INITIALIZE TF01-TARIFF-RECORD.
           MOVE TTX-KEY            TO TAR-KEY.
           MOVE TTX-SLAB-TABLE     TO TAR-SLAB-TABLE.
           MOVE TTX-FIXED-CHARGE   TO TAR-FIXED-CHARGE.
           MOVE TTX-MIN-CHARGE     TO TAR-MIN-CHARGE.
           MOVE TTX-DUTY-PCT       TO TAR-DUTY-PCT.
           MOVE TTX-SURCHARGE-PCT  TO TAR-SURCHARGE-PCT.
           MOVE TTX-ORDER-REF      TO TAR-ORDER-REF.
           MOVE WS-DATE            TO TAR-UPDATE-DATE.

       2400-CHANGE-TARIFF SECTION.

           PERFORM 2220-EDIT-RATES.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              AND TTX-EFF-DATE < WS-NEXT-MONTH-DATE
              MOVE 'REJECTED'                   TO WS-TRX-STATUS-TEXT
              MOVE 'NOT EFFECTIVE AFTER CURRENT MONTH'
                                                TO WS-TRX-REASON
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE TTX-KEY TO TAR-KEY
              READ TF01-TARIFF-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'TARIFF NOT ON FILE'  TO WS-TRX-REASON
                   NOT INVALID KEY
                      PERFORM 2350-BUILD-TARIFF
                      REWRITE TF01-TARIFF-RECORD
                          INVALID KEY
                             MOVE 'REJECTED'     TO WS-TRX-STATUS-TEXT
                             MOVE 'TARIFF REWRITE FAILED'
                                                 TO WS-TRX-REASON
                      END-REWRITE
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE 'TARIFF CHANGED' TO WS-TRX-REASON
              ADD 1 TO WS-CHANGE-CTR
           END-IF.

       2500-DELETE-TARIFF SECTION.

           IF TTX-EFF-DATE < WS-NEXT-MONTH-DATE
              MOVE 'REJECTED'                   TO WS-TRX-STATUS-TEXT
              MOVE 'NOT EFFECTIVE AFTER CURRENT MONTH'
                                                TO WS-TRX-REASON
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE TTX-KEY TO TAR-KEY
              READ TF01-TARIFF-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'TARIFF NOT ON FILE'  TO WS-TRX-REASON
                   NOT INVALID KEY
                      DELETE TF01-TARIFF-KSDS RECORD
                          INVALID KEY
                             MOVE 'REJECTED'     TO WS-TRX-STATUS-TEXT
                             MOVE 'TARIFF DELETE FAILED'
                                                 TO WS-TRX-REASON
                      END-DELETE
              END-READ
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE 'TARIFF DELETED' TO WS-TRX-REASON
              ADD 1 TO WS-DELETE-CTR
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE TTX-ACTION-CODE     TO WS-RPT-ACTION.
           MOVE TTX-CATEGORY        TO WS-RPT-CATEGORY.
           MOVE TTX-ZONE            TO WS-RPT-ZONE.
           MOVE TTX-KEY(3:8)        TO WS-RPT-EFF-DATE.
           MOVE TTX-ORDER-REF       TO WS-RPT-ORDER-REF.
           MOVE WS-TRX-STATUS-TEXT  TO WS-RPT-STATUS-TEXT.
           MOVE WS-TRX-REASON       TO WS-RPT-REASON.

           WRITE TO21-TARIFF-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-READ-CTR    TO WS-RPT-READ-CTR.
           MOVE WS-ADD-CTR     TO WS-RPT-ADD-CTR.
           MOVE WS-CHANGE-CTR  TO WS-RPT-CHANGE-CTR.
           MOVE WS-DELETE-CTR  TO WS-RPT-DELETE-CTR.
           MOVE WS-REJECT-CTR  TO WS-RPT-REJECT-CTR.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-REPORT-TOTAL.

      *> LISTS THE WHOLE MASTER AFTER THE DAY'S CHANGES, IN KEY
      *> ORDER, SHOWING EACH TARIFF AS IN FORCE, SUPERSEDED OR
      *> FUTURE AS AT THE RUN DATE.
       2850-LIST-TARIFFS SECTION.

           PERFORM 2880-WRITE-LIST-HEADERS.

           SET WS-HOLD-EMPTY TO TRUE.
           MOVE LOW-VALUES TO TAR-KEY.
           START TF01-TARIFF-KSDS KEY NOT LESS THAN TAR-KEY
               INVALID KEY
                  SET TAR-EOF TO TRUE
                  DISPLAY '----------------------------------------'
                  DISPLAY 'TARIFF MASTER KSDS IS EMPTY ------------'
                  DISPLAY '----------------------------------------'
           END-START.

           PERFORM 2860-READ-TARIFF-FOR-LIST UNTIL TAR-EOF.

           IF WS-HOLD-PRESENT
              SET WS-HOLD-CURRENT TO TRUE
              PERFORM 2870-WRITE-LIST-LINE
           END-IF.

           MOVE WS-LISTED-CTR TO WS-LST-TOTAL-CTR.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-LIST-TOTAL.

       2860-READ-TARIFF-FOR-LIST SECTION.

           READ TF01-TARIFF-KSDS NEXT
                AT END  SET TAR-EOF TO TRUE

                NOT AT END
                   ADD 1 TO WS-LISTED-CTR
                   IF WS-HOLD-PRESENT
                      IF TAR-CATEGORY = WS-HLD-CATEGORY
                         AND TAR-ZONE = WS-HLD-ZONE
                         AND TAR-EFF-DATE NOT > WS-DATE
                         SET WS-HOLD-SUPERSEDED TO TRUE
                      ELSE
                         SET WS-HOLD-CURRENT    TO TRUE
                      END-IF
                      PERFORM 2870-WRITE-LIST-LINE
                   END-IF
                   MOVE TF01-TARIFF-RECORD TO WS-HOLD-TARIFF
                   SET WS-HOLD-PRESENT TO TRUE
           END-READ.

       2870-WRITE-LIST-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2880-WRITE-LIST-HEADERS
           END-IF.

           MOVE WS-HLD-CATEGORY        TO WS-LST-CATEGORY.
           MOVE WS-HLD-ZONE            TO WS-LST-ZONE.
           MOVE WS-HLD-EFF-DATE        TO WS-LST-EFF-DATE.
           MOVE WS-HLD-SLAB-UPTO(1)    TO WS-LST-UPTO-1.
           MOVE WS-HLD-SLAB-RATE(1)    TO WS-LST-RATE-1.
           MOVE WS-HLD-SLAB-UPTO(2)    TO WS-LST-UPTO-2.
           MOVE WS-HLD-SLAB-RATE(2)    TO WS-LST-RATE-2.
           MOVE WS-HLD-SLAB-RATE(3)    TO WS-LST-RATE-3.
           MOVE WS-HLD-FIXED-CHARGE    TO WS-LST-FIXED.
           MOVE WS-HLD-MIN-CHARGE      TO WS-LST-MINIMUM.
           MOVE WS-HLD-DUTY-PCT        TO WS-LST-DUTY.
           MOVE WS-HLD-SURCHARGE-PCT   TO WS-LST-SURCHARGE.
           MOVE WS-HLD-ORDER-REF       TO WS-LST-ORDER-REF.

           EVALUATE TRUE
              WHEN WS-HLD-EFF-DATE > WS-DATE
                 MOVE 'FUTURE'     TO WS-LST-STANDING
              WHEN WS-HOLD-SUPERSEDED
                 MOVE 'SUPERSEDED' TO WS-LST-STANDING
              WHEN OTHER
                 MOVE 'IN FORCE'   TO WS-LST-STANDING
           END-EVALUATE.

           WRITE TO21-TARIFF-RPT-RECORD FROM WS-LIST-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2880-WRITE-LIST-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-LST-PAGE-NUM.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-LIST-HEADER1.
           WRITE TO21-TARIFF-RPT-RECORD FROM WS-LIST-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

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
           DISPLAY ' TARIFFS ADDED            ',  WS-ADD-CTR
           DISPLAY ' TARIFFS CHANGED          ',  WS-CHANGE-CTR
           DISPLAY ' TARIFFS DELETED          ',  WS-DELETE-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY ' TARIFFS LISTED           ',  WS-LISTED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  TT01-TARIFF-TRANS,
                  TF01-TARIFF-KSDS,
                  TO21-TARIFF-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'TARIFF TRANS FILE      IS CLOSED  '
           DISPLAY 'TARIFF MASTER KSDS     IS CLOSED  '
           DISPLAY 'TARIFF REPORT          IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL023 '        TO RL-PROGRAM-ID.
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
