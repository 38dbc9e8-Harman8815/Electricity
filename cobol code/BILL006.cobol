           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT NM01-NET-BANK-KSDS ASSIGN TO NETKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS NET-MTR-ID
           FILE STATUS            IS WS-NET-STATUS.

           SELECT FR01-FINAL-READ  ASSIGN TO FINLRDG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-FNR-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL

       FD MT01-METER-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 MT01-METER-TRANS-RECORD.
          05 MTX-ACTION-CODE   PIC X(01).
          05 MTX-PREV-READ      PIC 9(06).
          05 MTX-CURR-READ      PIC 9(06).
          05 MTX-CYCLE-CODE     PIC X(02).
          05 MTX-FINAL-READ     PIC 9(06).
          05 MTX-NET-METER-SW   PIC X(01).
          05 MTX-EXP-PREV-READ  PIC 9(06).
          05 MTX-EXP-CURR-READ  PIC 9(06).
          05 MTX-FINAL-EXP-READ PIC 9(06).

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

      *> UNITS BANKED BY EACH NET-METERED METER, KEPT BY BILL003.
      *> A SWAP MOVES THE BANK ONTO THE REPLACEMENT METER.
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

       FD TO04-METER-MAINT-RPT
           RECORDING MODE          IS F

       01 TO04-METER-MAINT-RPT-RECORD PIC X(80).

      *> ONE RECORD PER METER TAKEN OFF THE MASTER BY A CLOSE OR A
      *> SWAP - THE LAST BILLED READING, THE READING TAKEN ON THE
      *> DAY THE METER CAME OFF AND THE UNBILLED UNITS BETWEEN THEM.
      *> A NET-METERED METER CLOSED OUTRIGHT ALSO CARRIES ITS
      *> UNBILLED EXPORT, WHICH BILL018 NETS WITH THE BANK; ON A SWAP
      *> THE EXPORT GOES INTO THE BANK MOVED TO THE REPLACEMENT, SO
      *> IT IS NOT CARRIED HERE. BILL018 RAISES THE FINAL BILL FROM
      *> THIS FILE.
       FD FR01-FINAL-READ
           RECORDING MODE          IS F
           RECORD CONTAINS         70  CHARACTERS.

       01 FR01-FINAL-READ-RECORD.
          05 FNR-MTR-ID         PIC X(14).
          05 FNR-CUST-ID        PIC X(12).
          05 FNR-LAST-READ      PIC 9(06).
          05 FNR-FINAL-READ     PIC 9(06).
          05 FNR-FINAL-UNITS    PIC 9(06).
          05 FNR-CYCLE-CODE     PIC X(02).
          05 FNR-CLOSE-DATE     PIC 9(08).
          05 FNR-ACTION-CODE    PIC X(01).
          05 FNR-NET-METER-SW   PIC X(01).
             88 FNR-NET-METERED VALUE 'Y'.
          05 FNR-FINAL-EXP-UNITS PIC 9(06).
          05 FILLER             PIC X(08).

       FD RL01-RUN-LOG
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.
             88 MTR-NOT-FOUND    VALUE '23'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.
          05 WS-FNR-STATUS       PIC X(02).
             88 FNR-IO-STATUS    VALUE '00'.
          05 WS-NET-STATUS       PIC X(02).
             88 NET-IO-STATUS    VALUE '00'.
             88 NET-FILE-MISSING VALUE '35'.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.

      *> THE METER COMING OFF THE MASTER (THE CLOSED METER, OR THE
      *> OLD METER OF A SWAP) IS HELD HERE WHILE ITS FINAL READING
      *> IS CHECKED. A FINAL READING BELOW THE LAST BILLED READING
      *> IS ACCEPTED AS AN ODOMETER WRAP ONLY WITHIN THE SAME
      *> MAX-CYCLE-UNITS TOLERANCE BILL010 AND BILL003 APPLY.
       01 WS-FINAL-READ-VARIABLES.
          05 WS-FNL-MTR-ID         PIC X(14) VALUE SPACES.
          05 WS-FNL-CUST-ID        PIC X(12) VALUE SPACES.
          05 WS-FNL-LAST-READ      PIC 9(06) VALUE 0.
          05 WS-FNL-CYCLE-CODE     PIC X(02) VALUE SPACES.
          05 WS-FNL-UNITS          PIC 9(06) VALUE 0.
          05 WS-FNL-VALID-SW       PIC X(01) VALUE 'Y'.
             88 WS-FNL-VALID       VALUE 'Y'.
             88 WS-FNL-INVALID     VALUE 'N'.
          05 WS-FNL-NET-SW         PIC X(01) VALUE 'N'.
             88 WS-FNL-NET-METER   VALUE 'Y'.
          05 WS-FNL-EXP-LAST-READ  PIC 9(06) VALUE 0.
          05 WS-FNL-EXP-UNITS      PIC 9(06) VALUE 0.
          05 WS-WRAP-MAX-UNITS     PIC 9(06) VALUE 100000.
          05 WS-WRAP-PARM-UNITS    PIC X(06) VALUE SPACES.
          05 WS-WRAP-PARM-UNITS-9 REDEFINES WS-WRAP-PARM-UNITS
                                   PIC 9(06).

      *> A NET-METERED (ROOFTOP SOLAR) METER CARRIES AN EXPORT
      *> REGISTER BESIDE THE IMPORT REGISTER. BOTH EXPORT READINGS
      *> MUST BE GIVEN FOR ONE; ON ANY OTHER METER THE EXPORT
      *> REGISTER IS HELD AT ZERO.
       01 WS-NET-METER-VARIABLES.
          05 WS-NET-REGS-SW        PIC X(01) VALUE 'Y'.
             88 WS-NET-REGS-VALID  VALUE 'Y'.
             88 WS-NET-REGS-INVALID VALUE 'N'.
          05 WS-NET-MOVED-CTR      PIC 9(04) VALUE ZEROS.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           ACCEPT WS-WRAP-PARM-UNITS FROM ENVIRONMENT
                  'MAX-CYCLE-UNITS'.
           IF WS-WRAP-PARM-UNITS NOT = SPACES
              AND WS-WRAP-PARM-UNITS-9 IS NUMERIC
              MOVE WS-WRAP-PARM-UNITS-9 TO WS-WRAP-MAX-UNITS
           END-IF.

           OPEN INPUT MT01-METER-TRANS.
           IF NOT TRX-IO-STATUS
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
              DISPLAY 'ERROR OPENING NET METERING BANK KSDS    '
              DISPLAY 'FILE  STATUS ', ' ',    WS-NET-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO04-METER-MAINT-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND FR01-FINAL-READ.
           IF WS-FNR-STATUS = '05' OR '35'
              OPEN OUTPUT FR01-FINAL-READ
           END-IF.
           IF NOT FNR-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING FINAL READING FILE        '
              DISPLAY 'FILE  STATUS ', ' ',    WS-FNR-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER TRANSACTION FILE OPENED ............'
           DISPLAY 'METER MASTER KSDS      OPENED ............'
           DISPLAY 'METER MAINTENANCE RPT  OPENED ............'
           DISPLAY 'FINAL READING FILE     OPENED ............'
           DISPLAY 'NET METERING BANK KSDS OPENED ............'
           DISPLAY '----------------------------------------'.

       2000-PROCESS     SECTION.
           MOVE MTX-PREV-READ   TO MTR-PREV-READ.
           MOVE MTX-CURR-READ   TO MTR-CURR-READ.
           MOVE MTX-CYCLE-CODE  TO MTR-CYCLE-CODE.
           PERFORM 2350-SET-NET-METERING.

           IF WS-NET-REGS-INVALID
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              MOVE 'EXPORT READINGS MISSING' TO WS-TRX-REASON
              ADD 1 TO WS-REJECT-CTR
           ELSE
              WRITE MI01-METER-RECORD
                  INVALID KEY
                     MOVE 'REJECTED'          TO WS-TRX-STATUS-TEXT
                     MOVE 'METER ID ALREADY ON FILE' TO WS-TRX-REASON
                     ADD 1 TO WS-REJECT-CTR
                  NOT INVALID KEY
                     MOVE 'ACCEPTED'          TO WS-TRX-STATUS-TEXT
                     MOVE 'NEW CONNECTION ADDED'   TO WS-TRX-REASON
                     ADD 1 TO WS-ACCEPT-CTR
              END-WRITE
           END-IF.

       2350-SET-NET-METERING SECTION.

           SET WS-NET-REGS-VALID TO TRUE.

           IF MTX-NET-METER-SW = 'Y'
              MOVE 'Y' TO MTR-NET-METER-SW
              IF MTX-EXP-PREV-READ IS NUMERIC
                 AND MTX-EXP-CURR-READ IS NUMERIC
                 MOVE MTX-EXP-PREV-READ TO MTR-EXP-PREV-READ
                 MOVE MTX-EXP-CURR-READ TO MTR-EXP-CURR-READ
              ELSE
                 SET WS-NET-REGS-INVALID TO TRUE
                 MOVE ZEROS TO MTR-EXP-PREV-READ MTR-EXP-CURR-READ
              END-IF
           ELSE
              MOVE 'N'   TO MTR-NET-METER-SW
              MOVE ZEROS TO MTR-EXP-PREV-READ MTR-EXP-CURR-READ
           END-IF.

       2400-TRANSFER-METER SECTION.

                   MOVE 'OLD METER ID NOT ON FILE' TO WS-TRX-REASON
                   ADD 1 TO WS-REJECT-CTR
                NOT INVALID KEY
                   PERFORM 2410-CHECK-OLD-METER
           END-READ.

      *> THE OLD METER'S UNITS SINCE ITS LAST BILLED READING ARE
      *> CARRIED TO THE FINAL BILL, SO THE SWAP IS REFUSED (AND THE
      *> OLD METER LEFT ON FILE) UNLESS ITS FINAL READING IS GOOD.
      *> A NET-METERED OLD METER ALSO NEEDS A GOOD FINAL EXPORT
      *> READING - ITS UNBILLED EXPORT GOES INTO THE BANK THAT
      *> MOVES TO THE REPLACEMENT.
       2410-CHECK-OLD-METER SECTION.

           MOVE MTR-ID         TO WS-FNL-MTR-ID.
           MOVE MTR-CUST-ID    TO WS-FNL-CUST-ID.
           MOVE MTR-CURR-READ  TO WS-FNL-LAST-READ.
           MOVE MTR-CYCLE-CODE TO WS-FNL-CYCLE-CODE.
           MOVE MTR-NET-METER-SW  TO WS-FNL-NET-SW.
           MOVE MTR-EXP-CURR-READ TO WS-FNL-EXP-LAST-READ.

           PERFORM 2550-CHECK-FINAL-READING.
           IF WS-FNL-VALID AND WS-FNL-NET-METER
              PERFORM 2555-CHECK-FINAL-EXPORT
           END-IF.

           IF WS-FNL-INVALID
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              ADD 1 TO WS-REJECT-CTR
           ELSE
              PERFORM 2450-WRITE-REPLACEMENT-METER
           END-IF.

      *> THE REPLACEMENT FOR A NET-METERED METER IS ALWAYS NET
      *> METERED, SO THE BANK MOVED ONTO IT KEEPS BEING USED.
       2450-WRITE-REPLACEMENT-METER SECTION.

           MOVE MTX-MTR-ID      TO MTR-ID.
           MOVE MTX-PREV-READ   TO MTR-PREV-READ.
           MOVE MTX-CURR-READ   TO MTR-CURR-READ.
           MOVE MTX-CYCLE-CODE  TO MTR-CYCLE-CODE.
           IF WS-FNL-NET-METER
              MOVE 'Y'          TO MTX-NET-METER-SW
           END-IF.
           PERFORM 2350-SET-NET-METERING.

           IF WS-NET-REGS-INVALID
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              MOVE 'EXPORT READINGS MISSING' TO WS-TRX-REASON
              ADD 1 TO WS-REJECT-CTR
           ELSE
              WRITE MI01-METER-RECORD
                  INVALID KEY
                     MOVE 'REJECTED'          TO WS-TRX-STATUS-TEXT
                     MOVE 'REPLACEMENT METER ID IN USE'
                                              TO WS-TRX-REASON
                     ADD 1 TO WS-REJECT-CTR
                  NOT INVALID KEY
                     PERFORM 2460-CLOSE-OLD-METER
              END-WRITE
           END-IF.

       2460-CLOSE-OLD-METER SECTION.

                  MOVE 'METER SWAPPED OK'
                       TO WS-TRX-REASON
                  ADD 1 TO WS-ACCEPT-CTR
                  PERFORM 2560-WRITE-FINAL-READING
                  IF WS-FNL-NET-METER
                     PERFORM 2470-MOVE-NET-BANK
                  END-IF
           END-DELETE.

      *> THE OLD METER'S BANK, PLUS THE EXPORT IT RECORDED SINCE ITS
      *> LAST BILL, IS RE-KEYED TO THE REPLACEMENT METER. THE UNITS
      *> GO INTO THE OPENING FIGURE AS WELL SO A RE-RUN OF THIS
      *> MONTH'S BILLING STILL SEES THEM.
       2470-MOVE-NET-BANK SECTION.

           MOVE MTX-OLD-MTR-ID TO NET-MTR-ID.
           READ NM01-NET-BANK-KSDS
                INVALID KEY
                   INITIALIZE NM01-NET-BANK-RECORD
                NOT INVALID KEY
                   DELETE NM01-NET-BANK-KSDS
                       INVALID KEY
                          DISPLAY 'NET BANK DELETE FAILED FOR METER '
                                  MTX-OLD-MTR-ID
                   END-DELETE
           END-READ.

           MOVE MTX-MTR-ID      TO NET-MTR-ID.
           MOVE MTX-CUST-ID     TO NET-CUST-ID.
           ADD WS-FNL-EXP-UNITS TO NET-OPEN-UNITS NET-BANK-UNITS.
           MOVE WS-DATE         TO NET-UPDATE-DATE.

           WRITE NM01-NET-BANK-RECORD
               INVALID KEY
                  DISPLAY 'NET BANK WRITE FAILED FOR METER '
                          MTX-MTR-ID ' STATUS ' WS-NET-STATUS
                  MOVE 'SWAPPED - NET BANK NOT MOVED'
                       TO WS-TRX-REASON
               NOT INVALID KEY
                  ADD 1 TO WS-NET-MOVED-CTR
                  MOVE 'NET METER SWAPPED - BANK MOVED'
                       TO WS-TRX-REASON
           END-WRITE.

       2500-CLOSE-METER SECTION.

           MOVE MTX-MTR-ID TO MTR-ID.
           READ MI01-METER-KSDS
                INVALID KEY
                   MOVE 'REJECTED'             TO WS-TRX-STATUS-TEXT
                   MOVE 'METER ID NOT ON FILE' TO WS-TRX-REASON
                   ADD 1 TO WS-REJECT-CTR
                NOT INVALID KEY
                   PERFORM 2510-DECOMMISSION-METER
           END-READ.

      *> A NET-METERED METER ALSO NEEDS A GOOD FINAL EXPORT READING -
      *> ITS UNBILLED EXPORT AND ITS BANK ARE SETTLED ON THE FINAL
      *> BILL.
       2510-DECOMMISSION-METER SECTION.

           MOVE MTR-ID         TO WS-FNL-MTR-ID.
           MOVE MTR-CUST-ID    TO WS-FNL-CUST-ID.
           MOVE MTR-CURR-READ  TO WS-FNL-LAST-READ.
           MOVE MTR-CYCLE-CODE TO WS-FNL-CYCLE-CODE.
           MOVE MTR-NET-METER-SW  TO WS-FNL-NET-SW.
           MOVE MTR-EXP-CURR-READ TO WS-FNL-EXP-LAST-READ.

           PERFORM 2550-CHECK-FINAL-READING.
           IF WS-FNL-VALID AND WS-FNL-NET-METER
              PERFORM 2555-CHECK-FINAL-EXPORT
           END-IF.

           IF WS-FNL-INVALID
              MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
              ADD 1 TO WS-REJECT-CTR
           ELSE
              DELETE MI01-METER-KSDS
                  INVALID KEY
                     MOVE 'REJECTED'             TO WS-TRX-STATUS-TEXT
                     MOVE 'METER DELETE FAILED'  TO WS-TRX-REASON
                     ADD 1 TO WS-REJECT-CTR
                  NOT INVALID KEY
                     MOVE 'ACCEPTED'             TO WS-TRX-STATUS-TEXT
                     MOVE 'METER DECOMMISSIONED' TO WS-TRX-REASON
                     ADD 1 TO WS-ACCEPT-CTR
                     PERFORM 2560-WRITE-FINAL-READING
              END-DELETE
           END-IF.

      *> UNITS ARE MEASURED FROM MTR-CURR-READ - THE LAST READING
      *> BILLED (OR LOADED FOR BILLING) ON THIS METER - TO THE
      *> FINAL READING KEYED ON THE TRANSACTION.
       2550-CHECK-FINAL-READING SECTION.

           SET WS-FNL-VALID TO TRUE.
           MOVE ZEROS TO WS-FNL-UNITS.

           IF MTX-FINAL-READ IS NOT NUMERIC
              SET WS-FNL-INVALID TO TRUE
              MOVE 'FINAL READING MISSING'   TO WS-TRX-REASON
           ELSE
              IF MTX-FINAL-READ >= WS-FNL-LAST-READ
                 COMPUTE WS-FNL-UNITS =
                         MTX-FINAL-READ - WS-FNL-LAST-READ
              ELSE
                 COMPUTE WS-FNL-UNITS =
                         1000000 - WS-FNL-LAST-READ + MTX-FINAL-READ
                 IF WS-FNL-UNITS > WS-WRAP-MAX-UNITS
                    SET WS-FNL-INVALID TO TRUE
                    MOVE ZEROS TO WS-FNL-UNITS
                    MOVE 'FINAL READ BELOW LAST READ' TO WS-TRX-REASON
                 END-IF
              END-IF
           END-IF.

       2555-CHECK-FINAL-EXPORT SECTION.

           MOVE ZEROS TO WS-FNL-EXP-UNITS.

           IF MTX-FINAL-EXP-READ IS NOT NUMERIC
              SET WS-FNL-INVALID TO TRUE
              MOVE 'FINAL EXPORT READ MISSING' TO WS-TRX-REASON
           ELSE
              IF MTX-FINAL-EXP-READ >= WS-FNL-EXP-LAST-READ
                 COMPUTE WS-FNL-EXP-UNITS =
                         MTX-FINAL-EXP-READ - WS-FNL-EXP-LAST-READ
              ELSE
                 COMPUTE WS-FNL-EXP-UNITS =
                         1000000 - WS-FNL-EXP-LAST-READ
                         + MTX-FINAL-EXP-READ
                 IF WS-FNL-EXP-UNITS > WS-WRAP-MAX-UNITS
                    SET WS-FNL-INVALID TO TRUE
                    MOVE ZEROS TO WS-FNL-EXP-UNITS
                    MOVE 'FINAL EXPORT BELOW LAST READ'
                                                TO WS-TRX-REASON
                 END-IF
              END-IF
           END-IF.

       2560-WRITE-FINAL-READING SECTION.

           INITIALIZE FR01-FINAL-READ-RECORD.
           MOVE WS-FNL-MTR-ID      TO FNR-MTR-ID.
           MOVE WS-FNL-CUST-ID     TO FNR-CUST-ID.
           MOVE WS-FNL-LAST-READ   TO FNR-LAST-READ.
           MOVE MTX-FINAL-READ     TO FNR-FINAL-READ.
           MOVE WS-FNL-UNITS       TO FNR-FINAL-UNITS.
           MOVE WS-FNL-CYCLE-CODE  TO FNR-CYCLE-CODE.
           MOVE WS-DATE            TO FNR-CLOSE-DATE.
           MOVE MTX-ACTION-CODE    TO FNR-ACTION-CODE.
           MOVE 'N'                TO FNR-NET-METER-SW.
           IF WS-FNL-NET-METER AND MTX-ACTION-CLOSE
              MOVE 'Y'              TO FNR-NET-METER-SW
              MOVE WS-FNL-EXP-UNITS TO FNR-FINAL-EXP-UNITS
           END-IF.

           WRITE FR01-FINAL-READ-RECORD.
           IF NOT FNR-IO-STATUS
              DISPLAY 'FINAL READING WRITE FAILED FOR METER '
                      WS-FNL-MTR-ID ' STATUS ' WS-FNR-STATUS
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           DISPLAY ' TRANSACTIONS READ        ',  WS-READ-CTR
           DISPLAY ' ACCEPTED                 ',  WS-ACCEPT-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY ' NET BANKS MOVED ON SWAP  ',  WS-NET-MOVED-CTR
           DISPLAY '----------------------------------------'

           CLOSE  MT01-METER-TRANS,
                  MI01-METER-KSDS,
                  TO04-METER-MAINT-RPT,
                  FR01-FINAL-READ,
                  NM01-NET-BANK-KSDS.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER TRANSACTION FILE IS CLOSED  '
           DISPLAY 'METER MASTER KSDS      IS CLOSED  '
           DISPLAY 'METER MAINTENANCE RPT  IS CLOSED  '
           DISPLAY 'FINAL READING FILE     IS CLOSED  '
           DISPLAY 'NET METERING BANK KSDS IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.
