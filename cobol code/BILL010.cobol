           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT RT01-ROUTE-KSDS   ASSIGN TO RTEKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS DYNAMIC
           RECORD KEY             IS RTE-KEY
           ALTERNATE RECORD KEY   IS RTE-MTR-ID WITH DUPLICATES
           FILE STATUS            IS WS-RTE-STATUS.

           SELECT TO08-READING-RPT ASSIGN TO RDGRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
          05 RDG-READING        PIC 9(06).
          05 RDG-READ-DATE      PIC 9(08).
          05 RDG-READER-CODE    PIC X(04).
          05 RDG-EXPORT-READING PIC 9(06).
          05 FILLER             PIC X(02).

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

       FD CO01-CONTROL-KSDS
           RECORD CONTAINS         111 CHARACTERS.
          05 CTL-CKPT-RURAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-CYCLE-CODE    PIC X(02).

      *> READING ROUTES ISSUED BY BILL026, ONE RECORD PER METER IN
      *> READER, AREA AND METER ORDER. EACH READING STORED MARKS ITS
      *> METER READ; THOSE STILL UNREAD ARE LISTED AFTER INTAKE.
       FD RT01-ROUTE-KSDS
           RECORD CONTAINS         180 CHARACTERS.

       01 RT01-ROUTE-RECORD.
          05 RTE-KEY.
             10 RTE-READER-CODE   PIC X(04).
             10 RTE-AREA-CODE     PIC X(06).
             10 RTE-MTR-ID        PIC X(14).
          05 RTE-CYCLE-CODE       PIC X(02).
          05 RTE-CUST-ID          PIC X(12).
          05 RTE-FIRST-NAME       PIC X(10).
          05 RTE-LAST-NAME        PIC X(10).
          05 RTE-ADDRESS          PIC X(29).
          05 RTE-CITY             PIC X(10).
          05 RTE-LAST-READ        PIC 9(06).
          05 RTE-HIST-CYCLES      PIC 9(04).
          05 RTE-HIST-UNITS       PIC 9(10).
          05 RTE-AVG-UNITS        PIC 9(06).
          05 RTE-RANGE-SW         PIC X(01).
             88 RTE-RANGE-SET     VALUE 'Y'.
             88 RTE-NO-RANGE      VALUE 'N'.
          05 RTE-LOW-READ         PIC 9(06).
          05 RTE-HIGH-READ        PIC 9(06).
          05 RTE-ISSUE-DATE       PIC 9(08).
          05 RTE-READ-SW          PIC X(01).
             88 RTE-READ          VALUE 'R'.
             88 RTE-UNREAD        VALUE ' '.
          05 RTE-READ-DATE        PIC 9(08).
          05 RTE-READING          PIC 9(06).
          05 RTE-NET-METER-SW     PIC X(01).
             88 RTE-NET-METERED   VALUE 'Y'.
          05 RTE-EXP-LAST-READ    PIC 9(06).
          05 FILLER               PIC X(14).

       FD TO08-READING-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-NOT-FOUND    VALUE '23'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-RTE-STATUS       PIC X(02).
             88 RTE-IO-STATUS    VALUE '00'.
             88 RTE-EOF          VALUE '10'.
             88 RTE-FILE-MISSING VALUE '35'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

      *> RUN MODE - 'LOAD' LOADS A FIELD READINGS FILE INTO THE METER
      *> MASTER, 'ROLL' PERFORMS THE END-OF-CYCLE ROLL-FORWARD OF
      *> MTR-CURR-READ INTO MTR-PREV-READ ONCE BILLING IS COMPLETE.
      *> THE EXPORT REGISTER OF A NET-METERED METER ROLLS WITH IT.
       01 WS-RUN-MODE-VARIABLES.
          05 WS-RUN-MODE            PIC X(04) VALUE SPACES.
             88 WS-MODE-LOAD        VALUE 'LOAD'.
          05 WS-MAX-PARM-UNITS-9 REDEFINES WS-MAX-PARM-UNITS
                                    PIC 9(06).

      *> ROUTE FOLLOW-UP - METERS ON THE CYCLE'S ROUTES MARKED READ
      *> THIS RUN, AND THE UNREAD LIST BROKEN BY READER.
       01 WS-ROUTE-VARIABLES.
          05 WS-RTE-FILE-SW         PIC X(01) VALUE 'N'.
             88 WS-RTE-FILE-OPEN    VALUE 'Y'.
             88 WS-NO-RTE-FILE      VALUE 'N'.
          05 WS-RTE-FIRST-SW        PIC X(01) VALUE 'Y'.
             88 WS-RTE-FIRST        VALUE 'Y'.
          05 WS-RTE-RANGE-SW        PIC X(01) VALUE 'Y'.
             88 WS-RTE-IN-RANGE     VALUE 'Y'.
             88 WS-RTE-OUT-OF-RANGE VALUE 'N'.
          05 WS-RTE-PREV-READER     PIC X(04) VALUE SPACES.
          05 WS-RTE-MARKED-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-RTE-RANGE-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-RTE-METER-CTR       PIC 9(04) VALUE ZEROS.
          05 WS-RTE-UNREAD-CTR      PIC 9(04) VALUE ZEROS.
          05 WS-RTE-READER-UNREAD   PIC 9(04) VALUE ZEROS.

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'REJECTED:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.

       01 WS-UNREAD-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE
             'UNREAD METERS BY READER ROUTE'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-UNR-PAGE-NUM      PIC ZZ9.

       01 WS-UNREAD-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'RDR'.
          05 FILLER               PIC X(8)  VALUE 'AREA'.
          05 FILLER               PIC X(16) VALUE 'METER ID'.
          05 FILLER               PIC X(14) VALUE 'CUST ID'.
          05 FILLER               PIC X(23) VALUE 'NAME'.
          05 FILLER               PIC X(7)  VALUE 'LAST RD'.
          05 FILLER               PIC X(5)  VALUE SPACES.

       01 WS-UNREAD-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-UNR-READER        PIC X(04).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-UNR-AREA          PIC X(06).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-UNR-MTR-ID        PIC X(14).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-UNR-CUST-ID       PIC X(12).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-UNR-FIRST-NAME    PIC X(10).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-UNR-LAST-NAME     PIC X(10).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-UNR-LAST-READ     PIC ZZZZZ9.
          05 FILLER               PIC X(6)  VALUE SPACES.

       01 WS-UNREAD-READER-TOTAL.
          05 FILLER               PIC X(7)  VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'UNREAD ON ROUTE'.
          05 WS-UNR-TOT-READER    PIC X(04).
          05 FILLER               PIC X(3)  VALUE ' : '.
          05 WS-UNR-TOT-CTR       PIC Z,ZZ9.
          05 FILLER               PIC X(45) VALUE SPACES.

       01 WS-UNREAD-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'METERS ON ROUTES:'.
          05 WS-UNR-METER-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(8)  VALUE 'UNREAD:'.
          05 WS-UNR-UNREAD-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(4)  VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'OUTSIDE EXP RANGE:'.
          05 WS-UNR-RANGE-CTR     PIC Z,ZZ9.
          05 FILLER               PIC X(9)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              PERFORM 1200-OPEN-ROUTE-FILE
           END-IF.

           OPEN I-O MI01-METER-KSDS.
              END-READ
           END-IF.

      *> THE ROUTES ARE OPTIONAL - WITHOUT THEM READINGS ARE LOADED
      *> AS BEFORE AND NO UNREAD LIST IS PRODUCED.
       1200-OPEN-ROUTE-FILE SECTION.

           OPEN I-O RT01-ROUTE-KSDS.
           IF RTE-FILE-MISSING
              DISPLAY 'NO READING ROUTES ON FILE - '
                      'UNREAD METERS NOT REPORTED'
           ELSE
              IF NOT RTE-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING READING ROUTE KSDS        '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-RTE-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              SET WS-RTE-FILE-OPEN TO TRUE
           END-IF.

       2000-PROCESS     SECTION.

           IF WS-MODE-LOAD
              PERFORM 2100-READ-READING UNTIL RDG-EOF
              PERFORM 2800-WRITE-REPORT-TOTALS
              IF WS-RTE-FILE-OPEN
                 PERFORM 2900-REPORT-UNREAD-METERS
              END-IF
           ELSE
              PERFORM 2500-POSITION-METER-FILE
              PERFORM 2510-ROLL-NEXT-METER UNTIL MTR-EOF
                                            TO WS-TRX-REASON
                    ADD 1 TO WS-REJECT-CTR
                 ELSE
                    PERFORM 2350-CHECK-EXPORT-READING
                 END-IF
              ELSE
                 COMPUTE WS-IMPLIED-UNITS =
                    ADD 1 TO WS-REJECT-CTR
                 ELSE
                    MOVE 'ODOMETER WRAP ACCEPTED' TO WS-TRX-REASON
                    PERFORM 2350-CHECK-EXPORT-READING
                 END-IF
              END-IF
           END-IF.

      *> A NET-METERED METER IS READ ON BOTH REGISTERS. THE EXPORT
      *> READING IS CHECKED AGAINST THE LAST EXPORT READING IN THE
      *> SAME WAY AS THE IMPORT READING, AND NEITHER IS STORED
      *> UNLESS BOTH ARE GOOD. ANY OTHER METER IGNORES THE FIELD.
       2350-CHECK-EXPORT-READING SECTION.

           IF NOT MTR-NET-METERED
              PERFORM 2400-STORE-READING
           ELSE
              IF RDG-EXPORT-READING IS NOT NUMERIC
                 MOVE 'REJECTED'              TO WS-TRX-STATUS-TEXT
                 MOVE 'EXPORT READING NOT NUMERIC' TO WS-TRX-REASON
                 ADD 1 TO WS-REJECT-CTR
              ELSE
                 IF RDG-EXPORT-READING >= MTR-EXP-CURR-READ
                    COMPUTE WS-IMPLIED-UNITS =
                            RDG-EXPORT-READING - MTR-EXP-CURR-READ
                    IF WS-IMPLIED-UNITS > WS-MAX-CYCLE-UNITS
                       MOVE 'REJECTED'      TO WS-TRX-STATUS-TEXT
                       MOVE 'EXPORT UNITS EXCEED MAXIMUM'
                                            TO WS-TRX-REASON
                       ADD 1 TO WS-REJECT-CTR
                    ELSE
                       MOVE RDG-EXPORT-READING TO MTR-EXP-CURR-READ
                       PERFORM 2400-STORE-READING
                    END-IF
                 ELSE
                    COMPUTE WS-IMPLIED-UNITS =
                            1000000 - MTR-EXP-CURR-READ
                            + RDG-EXPORT-READING
                    IF WS-IMPLIED-UNITS > WS-MAX-CYCLE-UNITS
                       MOVE 'REJECTED'      TO WS-TRX-STATUS-TEXT
                       MOVE 'EXPORT BELOW LAST READ'
                                            TO WS-TRX-REASON
                       ADD 1 TO WS-REJECT-CTR
                    ELSE
                       MOVE 'EXPORT REGISTER WRAP ACCEPTED'
                                            TO WS-TRX-REASON
                       MOVE RDG-EXPORT-READING TO MTR-EXP-CURR-READ
                       PERFORM 2400-STORE-READING
                    END-IF
                 END-IF
              END-IF
           END-IF.
                     MOVE 'READING STORED' TO WS-TRX-REASON
                  END-IF
                  ADD 1 TO WS-ACCEPT-CTR
                  IF WS-RTE-FILE-OPEN
                     PERFORM 2450-MARK-ROUTE-READ
                  END-IF
           END-REWRITE.

      *> THE METER'S ROUTE ENTRY FOR ITS CURRENT CYCLE IS MARKED READ.
      *> A READING OUTSIDE THE RANGE PRINTED ON THE ROUTE SHEET IS
      *> STILL STORED BUT IS FLAGGED ON THE INTAKE REPORT. THE HIGH
      *> END MAY HAVE WRAPPED PAST 999999 BELOW THE LOW END.
       2450-MARK-ROUTE-READ SECTION.

           MOVE MTR-ID TO RTE-MTR-ID.
           READ RT01-ROUTE-KSDS KEY IS RTE-MTR-ID
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF RTE-CYCLE-CODE = MTR-CYCLE-CODE
                      SET RTE-READ          TO TRUE
                      MOVE RDG-READ-DATE    TO RTE-READ-DATE
                      MOVE RDG-READING      TO RTE-READING
                      REWRITE RT01-ROUTE-RECORD
                          INVALID KEY
                             DISPLAY 'ROUTE REWRITE FAILED FOR METER '
                                     RTE-MTR-ID
                          NOT INVALID KEY
                             ADD 1 TO WS-RTE-MARKED-CTR
                      END-REWRITE
                      IF RTE-RANGE-SET
                         PERFORM 2460-CHECK-EXPECTED-RANGE
                      END-IF
                   END-IF
           END-READ.

       2460-CHECK-EXPECTED-RANGE SECTION.

           SET WS-RTE-IN-RANGE TO TRUE.

           IF RTE-LOW-READ NOT > RTE-HIGH-READ
              IF RDG-READING < RTE-LOW-READ
                 OR RDG-READING > RTE-HIGH-READ
                 SET WS-RTE-OUT-OF-RANGE TO TRUE
              END-IF
           ELSE
              IF RDG-READING < RTE-LOW-READ
                 AND RDG-READING > RTE-HIGH-READ
                 SET WS-RTE-OUT-OF-RANGE TO TRUE
              END-IF
           END-IF.

           IF WS-RTE-OUT-OF-RANGE
              ADD 1 TO WS-RTE-RANGE-CTR
              IF WS-TRX-REASON = 'READING STORED'
                 MOVE 'STORED - OUTSIDE EXP RANGE' TO WS-TRX-REASON
              END-IF
           END-IF.

       2500-POSITION-METER-FILE SECTION.

           MOVE LOW-VALUES TO MTR-ID.

       2600-ROLL-FORWARD-METER SECTION.

           MOVE MTR-CURR-READ     TO MTR-PREV-READ.
           MOVE MTR-EXP-CURR-READ TO MTR-EXP-PREV-READ.

           REWRITE MI01-METER-RECORD
               INVALID KEY
           MOVE WS-ROLLED-CTR TO WS-RPT-ROLLED-CTR.
           WRITE TO08-READING-RPT-RECORD FROM WS-ROLL-SUMMARY-LINE.

      *> AFTER INTAKE, EVERY METER ON THE RUN CYCLE'S ROUTES THAT HAS
      *> NOT BEEN READ IS LISTED UNDER ITS READER, SO IT CAN BE CHASED
      *> BEFORE BILL003 HAS TO ESTIMATE IT.
       2900-REPORT-UNREAD-METERS SECTION.

           PERFORM 2950-WRITE-UNREAD-HEADERS.

           MOVE LOW-VALUES TO RTE-KEY.
           START RT01-ROUTE-KSDS KEY NOT LESS THAN RTE-KEY
               INVALID KEY SET RTE-EOF TO TRUE
           END-START.

           PERFORM 2910-READ-NEXT-ROUTE UNTIL RTE-EOF.

           IF NOT WS-RTE-FIRST
              PERFORM 2930-END-READER-UNREAD
           END-IF.

           MOVE WS-RTE-METER-CTR  TO WS-UNR-METER-CTR.
           MOVE WS-RTE-UNREAD-CTR TO WS-UNR-UNREAD-CTR.
           MOVE WS-RTE-RANGE-CTR  TO WS-UNR-RANGE-CTR.
           WRITE TO08-READING-RPT-RECORD FROM WS-UNREAD-TOTAL.

       2910-READ-NEXT-ROUTE SECTION.

           READ RT01-ROUTE-KSDS NEXT
                AT END      SET RTE-EOF TO TRUE
                NOT AT END
                   IF WS-RUN-CYCLE-CODE = SPACES
                      OR WS-RUN-CYCLE-CODE = 'AL'
                      OR RTE-CYCLE-CODE = WS-RUN-CYCLE-CODE
                      ADD 1 TO WS-RTE-METER-CTR
                      IF RTE-UNREAD
                         PERFORM 2920-LIST-UNREAD-METER
                      END-IF
                   END-IF
           END-READ.

       2920-LIST-UNREAD-METER SECTION.

           IF WS-RTE-FIRST
              OR RTE-READER-CODE NOT = WS-RTE-PREV-READER
              IF NOT WS-RTE-FIRST
                 PERFORM 2930-END-READER-UNREAD
              END-IF
              MOVE 'N'             TO WS-RTE-FIRST-SW
              MOVE RTE-READER-CODE TO WS-RTE-PREV-READER
              MOVE ZEROS           TO WS-RTE-READER-UNREAD
           END-IF.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2950-WRITE-UNREAD-HEADERS
           END-IF.

           MOVE RTE-READER-CODE     TO WS-UNR-READER.
           MOVE RTE-AREA-CODE       TO WS-UNR-AREA.
           MOVE RTE-MTR-ID          TO WS-UNR-MTR-ID.
           MOVE RTE-CUST-ID         TO WS-UNR-CUST-ID.
           MOVE RTE-FIRST-NAME      TO WS-UNR-FIRST-NAME.
           MOVE RTE-LAST-NAME       TO WS-UNR-LAST-NAME.
           MOVE RTE-LAST-READ       TO WS-UNR-LAST-READ.
           WRITE TO08-READING-RPT-RECORD FROM WS-UNREAD-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

           ADD 1 TO WS-RTE-UNREAD-CTR.
           ADD 1 TO WS-RTE-READER-UNREAD.

       2930-END-READER-UNREAD SECTION.

           MOVE WS-RTE-PREV-READER   TO WS-UNR-TOT-READER.
           MOVE WS-RTE-READER-UNREAD TO WS-UNR-TOT-CTR.
           WRITE TO08-READING-RPT-RECORD FROM WS-UNREAD-READER-TOTAL.
           ADD 1 TO WS-LINE-COUNT.

       2950-WRITE-UNREAD-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-UNR-PAGE-NUM.
           WRITE TO08-READING-RPT-RECORD FROM WS-UNREAD-HEADER1.
           WRITE TO08-READING-RPT-RECORD FROM WS-UNREAD-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       8000-OPEN-RUN-LOG SECTION.

           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           DISPLAY ' READINGS ACCEPTED        ',  WS-ACCEPT-CTR
           DISPLAY ' READINGS REJECTED        ',  WS-REJECT-CTR
           DISPLAY ' METERS ROLLED FORWARD    ',  WS-ROLLED-CTR
           DISPLAY ' ROUTE METERS MARKED READ ',  WS-RTE-MARKED-CTR
           DISPLAY ' ROUTE METERS UNREAD      ',  WS-RTE-UNREAD-CTR
           DISPLAY '----------------------------------------'

           IF WS-MODE-LOAD
              CLOSE CO01-CONTROL-KSDS
           END-IF.

           IF WS-RTE-FILE-OPEN
              CLOSE RT01-ROUTE-KSDS
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'METER MASTER KSDS      IS CLOSED  '
           DISPLAY 'READING INTAKE RPT     IS CLOSED  '
