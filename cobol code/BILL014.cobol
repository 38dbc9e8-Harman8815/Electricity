           RECORD KEY             IS DEP-CUST-ID
           FILE STATUS            IS WS-DEP-STATUS.

           SELECT TF01-TARIFF-KSDS  ASSIGN TO TARKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS SEQUENTIAL
           RECORD KEY             IS TAR-KEY
           FILE STATUS            IS WS-TAR-STATUS.

           SELECT TO12-DEPADEQ-RPT ASSIGN TO DEPADQRP
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL

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
          05 DEP-OPEN-DATE      PIC 9(08).
          05 FILLER             PIC X(02).

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

       FD TO12-DEPADEQ-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         120 CHARACTERS.
             88 DEP-IO-STATUS    VALUE '00'.
             88 DEP-NOT-FOUND    VALUE '23'.
             88 DEP-FILE-MISSING VALUE '35'.
          05 WS-TAR-STATUS       PIC X(02).
             88 TAR-IO-STATUS    VALUE '00'.
             88 TAR-EOF          VALUE '10'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

             10 ROLL-CUST-ID        PIC X(12).
             10 ROLL-AVG-UNITS      PIC 9(08).

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
      *> SET FROM THE TARIFF TABLE BY 2530-SET-PART-SLABS.
       01 WS-SLAB-RATE-VALUES      PIC X(30) VALUE ZEROS.

       01 WS-SLAB-RATE-TABLE REDEFINES WS-SLAB-RATE-VALUES.
          05 WS-SLAB-ENTRY OCCURS 3 TIMES.
             10 WS-SLAB-UPTO       PIC 9(06).
             10 WS-SLAB-RATE       PIC 9(02)V99.

      *> THE EXPECTED AVERAGE BILL IS RATED FROM THE TARIFF MASTER
      *> OVER THE RUN MONTH EXACTLY AS BILL003 WOULD RATE IT.
       01 WS-RATING-VARIABLES.
          05 WS-CUST-CATEGORY      PIC X(01) VALUE 'D'.
          05 WS-UNITS-TO-RATE      PIC 9(06) VALUE 0.
          05 WS-SLAB-UNITS-LEFT    PIC 9(06) VALUE 0.
          05 WS-SLAB-BAND-UNITS    PIC 9(06) VALUE 0.
          05 WS-SLAB-NDX           PIC 9(02) VALUE 0.
          05 WS-ENERGY-AMT         PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-CHARGE-AMT   PIC 9(08)V99 VALUE 0.
          05 WS-MIN-CHARGE-AMT     PIC 9(08)V99 VALUE 0.
          05 WS-FIXED-MIN-CHARGE   PIC 9(08)V99 VALUE 0.
          05 WS-DUTY-AMT           PIC 9(08)V99 VALUE 0.
          05 WS-EXPECTED-BILL-AMT  PIC 9(08)V99 VALUE 0.


           PERFORM 1300-LOAD-CONSUMPTION-STATS.

           PERFORM 1500-LOAD-TARIFF-TABLE.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER MASTER KSDS      OPENED ............'
           DISPLAY 'CUSTOMER MASTER KSDS   OPENED ............'

           PERFORM 2800-WRITE-REPORT-TOTALS.

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

       2100-ROLL-UP-METERS SECTION.

           MOVE LOW-VALUES TO MTR-ID.
                   DISPLAY 'CUSTOMER NOT FOUND: ' CUST-KEY
                NOT INVALID KEY
                   PERFORM 2500-RATE-EXPECTED-BILL
                   IF WS-TAR-PART-COUNT = 0
                      DISPLAY 'NO TARIFF IN FORCE FOR CUST ' CUST-KEY
                   ELSE
                      PERFORM 2600-COMPARE-DEPOSIT
                   END-IF
           END-READ.

       2500-RATE-EXPECTED-BILL SECTION.
              MOVE 'D' TO WS-CUST-CATEGORY
           END-IF.

           MOVE WS-CUST-CATEGORY TO WS-TAR-CATEGORY.
           IF CUST-AREA-CODE(1:1) = 'R'
              MOVE 'R' TO WS-TAR-ZONE
           ELSE
              MOVE 'U' TO WS-TAR-ZONE
           END-IF.

           MOVE WS-RUN-START-DATE TO WS-TAR-PERIOD-START.
           MOVE WS-UNITS-TO-RATE  TO WS-TAR-UNITS.

           PERFORM 2510-BUILD-TARIFF-PERIOD.

           MOVE ZEROS TO WS-ENERGY-AMT
                         WS-FIXED-CHARGE-AMT
                         WS-MIN-CHARGE-AMT
                         WS-DUTY-AMT
                         WS-EXPECTED-BILL-AMT.

           PERFORM 2520-RATE-TARIFF-PART
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

           MOVE WS-FIXED-CHARGE-AMT TO WS-FIXED-MIN-CHARGE.
           IF WS-ENERGY-AMT + WS-FIXED-MIN-CHARGE < WS-MIN-CHARGE-AMT
              COMPUTE WS-FIXED-MIN-CHARGE =
                      WS-MIN-CHARGE-AMT - WS-ENERGY-AMT
           END-IF.

           COMPUTE WS-EXPECTED-BILL-AMT =
                   WS-ENERGY-AMT + WS-FIXED-MIN-CHARGE + WS-DUTY-AMT.

      *> BUILDS THE PARTS OF THE BILLING PERIOD FOR WS-TAR-CATEGORY
      *> AND WS-TAR-ZONE. THE CALLER SETS THE CENTURY, YEAR AND
      *> MONTH OF WS-TAR-PERIOD-START AND THE UNITS IN WS-TAR-UNITS.
       2510-BUILD-TARIFF-PERIOD SECTION.

           MOVE 01 TO WS-TAR-PERIOD-DD.
           PERFORM 2511-SET-MONTH-DAYS.
           COMPUTE WS-TAR-PERIOD-END =
                   WS-TAR-PERIOD-START + WS-TAR-MONTH-DAYS - 1.

           MOVE 0 TO WS-TAR-PART-COUNT.
           PERFORM 2512-CHECK-TARIFF-ENTRY
               VARYING WS-TAR-NDX FROM 1 BY 1
               UNTIL WS-TAR-NDX > WS-TAR-COUNT.

           MOVE WS-TAR-UNITS TO WS-TAR-UNITS-LEFT.
           PERFORM 2514-SPLIT-PART-UNITS
               VARYING WS-TAR-PART-NDX FROM 1 BY 1
               UNTIL WS-TAR-PART-NDX > WS-TAR-PART-COUNT.

       2511-SET-MONTH-DAYS SECTION.

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
       2512-CHECK-TARIFF-ENTRY SECTION.

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
                 PERFORM 2513-ADD-TARIFF-PART
              END-IF
           END-IF.

       2513-ADD-TARIFF-PART SECTION.

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

       2514-SPLIT-PART-UNITS SECTION.

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

       2520-RATE-TARIFF-PART SECTION.

           PERFORM 2530-SET-PART-SLABS.

           MOVE WS-ENERGY-AMT TO WS-TAR-PART-START-AMT.
           MOVE TRP-UNITS(WS-TAR-PART-NDX) TO WS-SLAB-UNITS-LEFT.

           PERFORM 2550-RATE-ONE-SLAB
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
       2530-SET-PART-SLABS SECTION.

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

       2550-RATE-ONE-SLAB SECTION.

