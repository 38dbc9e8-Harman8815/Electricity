       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BILL027.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT AT03-REVIEW-TRANS ASSIGN TO REVTRAN
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RVX-STATUS.

           SELECT RV01-REVIEW-KSDS  ASSIGN TO REVKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS REV-BILL-ID
           FILE STATUS            IS WS-REV-STATUS.

           SELECT MO01-BILL-KSDS   ASSIGN TO BILLKSDS
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS BILL-ID
           FILE STATUS            IS WS-BILL-STATUS.

           SELECT CO01-CONTROL-KSDS ASSIGN TO BILLCTL
           ORGANIZATION           IS INDEXED
           ACCESS MODE            IS RANDOM
           RECORD KEY             IS CTL-KEY
           FILE STATUS            IS WS-CTL-STATUS.

           SELECT EF02-RELEASE-FEED ASSIGN TO RELFEED
           ORGANIZATION           IS LINE SEQUENTIAL
           FILE STATUS            IS WS-FEED-STATUS.

           SELECT AT01-ADJ-TRANS   ASSIGN TO ADJTRANS
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-ADX-STATUS.

           SELECT TO26-REVIEW-ACTION-RPT ASSIGN TO REVRPT
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-RPT-STATUS.

           SELECT RL01-RUN-LOG     ASSIGN TO RUNLOG
           ORGANIZATION           IS SEQUENTIAL
           ACCESS MODE            IS SEQUENTIAL
           FILE STATUS            IS WS-LOG-STATUS.

       DATA DIVISION.

       FILE SECTION.

      *> SUPERVISOR ACTIONS ON HELD BILLS. 'R' RELEASES THE BILL AS
      *> BILLED. 'J' REJECTS IT FOR RE-BILLING AND CARRIES THE SAME
      *> REASON AND CORRECTION AS AN ADJTRANS RECORD - BOTH READINGS
      *> OF THE BILLED CYCLE AND/OR THE RIGHT CATEGORY, BLANK MEANING
      *> NOT CORRECTED.
       FD AT03-REVIEW-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 AT03-REVIEW-TRANS-RECORD.
          05 RVX-BILL-ID         PIC X(12).
          05 RVX-ACTION          PIC X(01).
             88 RVX-RELEASE      VALUE 'R'.
             88 RVX-REJECT       VALUE 'J'.
          05 RVX-AUTH-ID         PIC X(04).
          05 RVX-REASON-CODE     PIC X(02).
             88 RVX-REASON-READING  VALUE 'RD'.
             88 RVX-REASON-CATEGORY VALUE 'CT'.
             88 RVX-REASON-OTHER    VALUE 'OT'.
          05 RVX-CORR-PREV-READ  PIC 9(06).
          05 RVX-CORR-CURR-READ  PIC 9(06).
          05 RVX-CORR-CATEGORY   PIC X(01).
          05 FILLER              PIC X(08).

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

       FD CO01-CONTROL-KSDS
           RECORD CONTAINS         111 CHARACTERS.

       01 CO01-CONTROL-RECORD.
          05 CTL-KEY              PIC X(10).
          05 CTL-LAST-SEQ         PIC 9(4).
          05 CTL-CKPT-CUST-ID     PIC X(12).
          05 CTL-CKPT-READ-CTR    PIC 9(4).
          05 CTL-CKPT-WRITE-CTR   PIC 9(4).
          05 CTL-CKPT-MTR-ID      PIC X(14).
          05 CTL-OPT-CONSOLIDATE-SW PIC X(1).
          05 CTL-CKPT-TOTAL-BILLS   PIC 9(4).
          05 CTL-CKPT-TOTAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-URBAN-UNITS   PIC 9(10).
          05 CTL-CKPT-URBAN-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-RURAL-UNITS   PIC 9(10).
          05 CTL-CKPT-RURAL-AMOUNT  PIC 9(10)V99.
          05 CTL-CKPT-CYCLE-CODE    PIC X(02).

      *> RELEASED BILLS, IN THE SAME LAYOUT AS BILLFEED, FOR THE
      *> BILLFEED CONSUMERS AND FOR BILL015.
       FD EF02-RELEASE-FEED.

       01 EF02-FEED-RECORD        PIC X(120).

      *> ADJUSTMENT TRANSACTIONS FOR BILL019, WHICH CANCELS AND
      *> RE-BILLS A REJECTED BILL.
       FD AT01-ADJ-TRANS
           RECORDING MODE          IS F
           RECORD CONTAINS         40  CHARACTERS.

       01 AT01-ADJ-TRANS-RECORD.
          05 ADX-BILL-ID         PIC X(12).
          05 ADX-REASON-CODE     PIC X(02).
          05 ADX-CORR-PREV-READ  PIC 9(06).
          05 ADX-CORR-CURR-READ  PIC 9(06).
          05 ADX-CORR-CATEGORY   PIC X(01).
          05 ADX-AUTH-ID         PIC X(04).
          05 FILLER              PIC X(09).

       FD TO26-REVIEW-ACTION-RPT
           RECORDING MODE          IS F
           RECORD CONTAINS         80  CHARACTERS.

       01 TO26-REVIEW-ACTION-RPT-RECORD PIC X(80).

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
          05 WS-RVX-STATUS       PIC X(02).
             88 RVX-IO-STATUS    VALUE '00'.
             88 RVX-EOF          VALUE '10'.
             88 RVX-FILE-MISSING VALUE '35'.
          05 WS-REV-STATUS       PIC X(02).
             88 REV-IO-STATUS    VALUE '00'.
             88 REV-NOT-FOUND    VALUE '23'.
             88 REV-FILE-MISSING VALUE '35'.
          05 WS-BILL-STATUS      PIC X(02).
             88 BILL-IO-STATUS   VALUE '00'.
             88 BILL-NOT-FOUND   VALUE '23'.
          05 WS-CTL-STATUS       PIC X(02).
             88 CTL-IO-STATUS    VALUE '00'.
             88 CTL-NOT-FOUND    VALUE '23'.
             88 CTL-FILE-MISSING VALUE '35'.
          05 WS-FEED-STATUS      PIC X(02).
             88 FEED-IO-STATUS   VALUE '00'.
          05 WS-ADX-STATUS       PIC X(02).
             88 ADX-IO-STATUS    VALUE '00'.
          05 WS-RPT-STATUS       PIC X(02).
             88 RPT-IO-STATUS    VALUE '00'.

       01 WS-COUNTERS.
          05 WS-READ-CTR            PIC 9(04) VALUE ZEROS.
          05 WS-ACCEPT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-RELEASE-CTR         PIC 9(04) VALUE ZEROS.
          05 WS-REBILL-CTR          PIC 9(04) VALUE ZEROS.

       01 WS-DATE-VARIABLES.
          05 WS-DATE               PIC 9(08).

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 WS-TRX-REASON          PIC X(30) VALUE SPACES.

       01 WS-REVIEW-VARIABLES.
          05 WS-READ-FIX-SW         PIC X(01) VALUE 'N'.
             88 WS-READ-FIX         VALUE 'Y'.
             88 WS-NO-READ-FIX      VALUE 'N'.
          05 WS-HOLD-REASON-CODE    PIC X(04) VALUE SPACES.
          05 WS-HOLD-NET-DUE        PIC 9(08)V99 VALUE 0.

       01 WS-FEED-VARIABLES.
          05 WS-FEED-EDIT-UNITS      PIC 9(06).
          05 WS-FEED-EDIT-AMOUNT     PIC 99999999.99.
          05 WS-FEED-EDIT-DUTY       PIC 99999999.99.
          05 WS-FEED-EDIT-DATE       PIC 9(08).
          05 WS-FEED-EDIT-EST        PIC X(01).
          05 WS-FEED-EDIT-FIXED      PIC 99999999.99.
          05 WS-FEED-EDIT-SURCHG     PIC 99999999.99.

       01 WS-REPORT-VARIABLES.
          05 WS-PAGE-NUM            PIC 9(03) VALUE 1.
          05 WS-LINE-COUNT          PIC 9(03) VALUE 0.
          05 WS-MAX-LINES           PIC 9(03) VALUE 55.

       01 WS-REPORT-HEADER1.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE
             'BILL REVIEW RELEASE AND REJECT'.
          05 FILLER               PIC X(20) VALUE SPACES.
          05 FILLER               PIC X(5)  VALUE 'PAGE'.
          05 WS-RPT-PAGE-NUM      PIC ZZ9.

       01 WS-REPORT-HEADER2.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'BILL ID'.
          05 FILLER               PIC X(3)  VALUE 'AC'.
          05 FILLER               PIC X(5)  VALUE 'AUTH'.
          05 FILLER               PIC X(4)  VALUE 'RSN'.
          05 FILLER               PIC X(5)  VALUE 'HOLD'.
          05 FILLER               PIC X(13) VALUE ' NET DUE(Rs)'.
          05 FILLER               PIC X(9)  VALUE 'STATUS'.
          05 FILLER               PIC X(27) VALUE 'REASON'.

       01 WS-REPORT-DETAIL.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-BILL-ID       PIC X(12).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ACTION        PIC X(01).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-AUTH-ID       PIC X(04).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-ADJ-REASON    PIC X(02).
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 WS-RPT-HOLD-CODE     PIC X(04).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-NET-DUE       PIC Z,ZZZ,ZZ9.99.
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-STATUS-TEXT   PIC X(08).
          05 FILLER               PIC X(1)  VALUE SPACES.
          05 WS-RPT-REASON        PIC X(27).

       01 WS-REPORT-TOTAL.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(6)  VALUE 'READ:'.
          05 WS-RPT-READ-CTR      PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'RELEASED:'.
          05 WS-RPT-RELEASE-CTR   PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(9)  VALUE 'RE-BILL:'.
          05 WS-RPT-REBILL-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(3)  VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REJECTED:'.
          05 WS-RPT-REJECT-CTR    PIC Z,ZZ9.
          05 FILLER               PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS.
           PERFORM 9000-TERMINATE.

       1000-INITIALIZE  SECTION.

           DISPLAY '----------------------------------------'
           DISPLAY 'BILL027 EXECUTION BEGINS HERE ..........'
           DISPLAY '  BILL REVIEW RELEASE AND REJECT        '
           DISPLAY '----------------------------------------'

           PERFORM 8000-OPEN-RUN-LOG.

           ACCEPT WS-DATE FROM DATE YYYYMMDD.

           PERFORM 1100-CHECK-BILLING-INTERLOCK.

           OPEN INPUT AT03-REVIEW-TRANS.
           IF RVX-FILE-MISSING
              DISPLAY 'NO REVIEW ACTIONS ON FILE - NOTHING TO DO'
              SET RVX-EOF TO TRUE
           ELSE
              IF NOT RVX-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING REVIEW TRANSACTIONS       '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-RVX-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
           END-IF.

           OPEN I-O RV01-REVIEW-KSDS.
           IF REV-FILE-MISSING
              OPEN OUTPUT RV01-REVIEW-KSDS
              CLOSE      RV01-REVIEW-KSDS
              OPEN I-O   RV01-REVIEW-KSDS
           END-IF.
           IF NOT REV-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL REVIEW KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-REV-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN I-O MO01-BILL-KSDS.
           IF NOT BILL-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING BILL MASTER KSDS          '
              DISPLAY 'FILE  STATUS ', ' ',    WS-BILL-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND EF02-RELEASE-FEED.
           IF WS-FEED-STATUS = '05' OR '35'
              OPEN OUTPUT EF02-RELEASE-FEED
           END-IF.
           IF NOT FEED-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING RELEASED BILL FEED FILE   '
              DISPLAY 'FILE  STATUS ', ' ',    WS-FEED-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN EXTEND AT01-ADJ-TRANS.
           IF WS-ADX-STATUS = '05' OR '35'
              OPEN OUTPUT AT01-ADJ-TRANS
           END-IF.
           IF NOT ADX-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING ADJUSTMENT TRANSACTIONS   '
              DISPLAY 'FILE  STATUS ', ' ',    WS-ADX-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           OPEN OUTPUT TO26-REVIEW-ACTION-RPT.
           IF NOT RPT-IO-STATUS
              DISPLAY '----------------------------------------'
              DISPLAY 'ERROR OPENING REVIEW ACTION REPORT      '
              DISPLAY 'FILE  STATUS ', ' ',    WS-RPT-STATUS
              DISPLAY '----------------------------------------'
              PERFORM 9100-ABORT-RUN
           END-IF.

           DISPLAY '----------------------------------------'
           DISPLAY 'REVIEW TRANSACTIONS    OPENED ............'
           DISPLAY 'BILL REVIEW KSDS       OPENED ............'
           DISPLAY 'BILL MASTER KSDS       OPENED ............'
           DISPLAY 'RELEASED BILL FEED     OPENED ............'
           DISPLAY 'ADJUSTMENT TRANSACTIONS OPENED ...........'
           DISPLAY 'REVIEW ACTION REPORT   OPENED ............'
           DISPLAY '----------------------------------------'.

      *> A HELD BILL IS NOT RELEASED OR REJECTED WHILE A BILL003 RUN
      *> IS IN FLIGHT OR HAS FAILED MID-WAY - AN ACTIVE CHKPT RECORD
      *> ON THE SHARED CONTROL KSDS MARKS EXACTLY THAT STATE.
       1100-CHECK-BILLING-INTERLOCK SECTION.

           OPEN INPUT CO01-CONTROL-KSDS.
           IF CTL-FILE-MISSING
              CONTINUE
           ELSE
              IF NOT CTL-IO-STATUS
                 DISPLAY '----------------------------------------'
                 DISPLAY 'ERROR OPENING BILL CONTROL KSDS         '
                 DISPLAY 'FILE  STATUS ', ' ',    WS-CTL-STATUS
                 DISPLAY '----------------------------------------'
                 PERFORM 9100-ABORT-RUN
              END-IF
              MOVE 'CHKPT' TO CTL-KEY
              READ CO01-CONTROL-KSDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF CTL-CKPT-READ-CTR > 0
                         OR CTL-CKPT-CUST-ID NOT = SPACES
                         DISPLAY '--------------------------------'
                         DISPLAY 'BILLING RUN ACTIVE OR FAILED    '
                         DISPLAY 'MID-WAY - REVIEW RUN REFUSED    '
                         DISPLAY 'UNTIL BILL003 COMPLETES         '
                         DISPLAY '--------------------------------'
                         CLOSE CO01-CONTROL-KSDS
                         PERFORM 9100-ABORT-RUN
                      END-IF
              END-READ
              CLOSE CO01-CONTROL-KSDS
           END-IF.

       2000-PROCESS     SECTION.

           PERFORM 2100-READ-TRANSACTION UNTIL RVX-EOF.

           PERFORM 2800-WRITE-REPORT-TOTALS.

       2100-READ-TRANSACTION SECTION.

           READ AT03-REVIEW-TRANS
                AT END  SET RVX-EOF TO TRUE
                DISPLAY '----------------------------------------'
                DISPLAY 'NO MORE REVIEW TRANSACTIONS ------------'
                DISPLAY '----------------------------------------'

                NOT AT END  ADD 1 TO WS-READ-CTR
                            PERFORM 2200-APPLY-TRANSACTION
                            PERFORM 2700-WRITE-REPORT-LINE
           END-READ.

       2200-APPLY-TRANSACTION SECTION.

           MOVE 'ACCEPTED' TO WS-TRX-STATUS-TEXT.
           MOVE SPACES     TO WS-TRX-REASON
                              WS-HOLD-REASON-CODE.
           MOVE ZEROS      TO WS-HOLD-NET-DUE.

           EVALUATE TRUE
              WHEN RVX-BILL-ID = SPACES
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'BILL ID BLANK'           TO WS-TRX-REASON
              WHEN RVX-AUTH-ID = SPACES
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NO SUPERVISOR AUTHORITY' TO WS-TRX-REASON
              WHEN NOT RVX-RELEASE AND NOT RVX-REJECT
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'UNKNOWN ACTION CODE'     TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2300-CHECK-HELD-BILL
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              IF RVX-RELEASE
                 PERFORM 2400-RELEASE-BILL
              ELSE
                 PERFORM 2500-REJECT-BILL
              END-IF
           END-IF.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              ADD 1 TO WS-ACCEPT-CTR
           ELSE
              ADD 1 TO WS-REJECT-CTR
           END-IF.

      *> ONLY A BILL STILL WAITING ON THE REVIEW FILE, AND STILL HELD
      *> ON THE BILL KSDS, CAN BE ACTIONED.
       2300-CHECK-HELD-BILL SECTION.

           MOVE RVX-BILL-ID TO REV-BILL-ID.
           READ RV01-REVIEW-KSDS
                INVALID KEY
                   MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                   MOVE 'BILL NOT ON REVIEW FILE' TO WS-TRX-REASON
                NOT INVALID KEY
                   MOVE REV-REASON-CODE TO WS-HOLD-REASON-CODE
                   MOVE REV-NET-DUE     TO WS-HOLD-NET-DUE
                   IF NOT REV-HELD
                      MOVE 'REJECTED'             TO WS-TRX-STATUS-TEXT
                      MOVE 'REVIEW ALREADY ACTIONED' TO WS-TRX-REASON
                   END-IF
           END-READ.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              MOVE RVX-BILL-ID TO BILL-ID
              READ MO01-BILL-KSDS
                   INVALID KEY
                      MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                      MOVE 'BILL ID NOT ON FILE' TO WS-TRX-REASON
                   NOT INVALID KEY
                      IF NOT BILL-HELD
                         MOVE 'REJECTED'         TO WS-TRX-STATUS-TEXT
                         MOVE 'BILL IS NOT HELD' TO WS-TRX-REASON
                      END-IF
              END-READ
           END-IF.

      *> THE BILL GOES LIVE AS BILLED AND ONTO THE RELEASED BILL
      *> FEED, DATED THE DAY OF RELEASE. ITS CUSTBAL AND LEDGER
      *> POSTINGS WERE MADE WHEN BILL003 RAISED IT.
       2400-RELEASE-BILL SECTION.

           MOVE SPACE TO BILL-STATUS.
           REWRITE MO01-BILL-RECORD
               INVALID KEY
                  MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                  MOVE 'BILL REWRITE FAILED' TO WS-TRX-REASON
           END-REWRITE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2450-WRITE-RELEASE-FEED
              SET REV-RELEASED     TO TRUE
              MOVE WS-DATE         TO REV-ACTION-DATE
              MOVE RVX-AUTH-ID     TO REV-AUTH-ID
              PERFORM 2600-REWRITE-REVIEW
              MOVE 'RELEASED TO FEED' TO WS-TRX-REASON
              ADD 1 TO WS-RELEASE-CTR
           END-IF.

       2450-WRITE-RELEASE-FEED SECTION.

           MOVE BILL-UNITS      TO WS-FEED-EDIT-UNITS.
           MOVE BILL-AMOUNT     TO WS-FEED-EDIT-AMOUNT.
           MOVE BILL-DUTY-AMOUNT TO WS-FEED-EDIT-DUTY.
           MOVE WS-DATE         TO WS-FEED-EDIT-DATE.
           IF BILL-EST-FLAG = 'E'
              MOVE 'E' TO WS-FEED-EDIT-EST
           ELSE
              MOVE 'A' TO WS-FEED-EDIT-EST
           END-IF.
           MOVE BILL-FIXED-CHARGE TO WS-FEED-EDIT-FIXED.
           MOVE BILL-LATE-SURCHARGE TO WS-FEED-EDIT-SURCHG.

           MOVE SPACES TO EF02-FEED-RECORD.
           STRING BILL-ID           DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  BILL-CUST-ID       DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  BILL-MTR-ID        DELIMITED BY SPACE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-UNITS DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-AMOUNT DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-DUTY  DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-DATE  DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-EST   DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  BILL-CATEGORY      DELIMITED BY SIZE
                  ','                DELIMITED BY SIZE
                  WS-FEED-EDIT-FIXED DELIMITED BY SIZE
                  ','                 DELIMITED BY SIZE
                  WS-FEED-EDIT-SURCHG DELIMITED BY SIZE
                  INTO EF02-FEED-RECORD
           END-STRING.

           WRITE EF02-FEED-RECORD.

      *> A REJECTED BILL IS PASSED TO BILL019 AS AN ADJUSTMENT, SO
      *> THE CORRECTION IS EDITED HERE AS BILL019 EDITS IT. THE BILL
      *> STAYS HELD - OFF THE FEED AND THE STATEMENTS - UNTIL BILL019
      *> CANCELS IT AND RAISES THE REPLACEMENT.
       2500-REJECT-BILL SECTION.

           IF RVX-CORR-PREV-READ IS NUMERIC
              AND RVX-CORR-CURR-READ IS NUMERIC
              SET WS-READ-FIX    TO TRUE
           ELSE
              SET WS-NO-READ-FIX TO TRUE
           END-IF.

           EVALUATE TRUE
              WHEN NOT RVX-REASON-READING
                   AND NOT RVX-REASON-CATEGORY
                   AND NOT RVX-REASON-OTHER
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'UNKNOWN REASON CODE'     TO WS-TRX-REASON
              WHEN RVX-REASON-READING AND WS-NO-READ-FIX
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'CORRECTED READINGS MISSING' TO WS-TRX-REASON
              WHEN RVX-REASON-CATEGORY AND RVX-CORR-CATEGORY = SPACE
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'CORRECTED CATEGORY MISSING' TO WS-TRX-REASON
              WHEN WS-NO-READ-FIX AND RVX-CORR-CATEGORY = SPACE
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'NO CORRECTION SUPPLIED'  TO WS-TRX-REASON
              WHEN RVX-CORR-CATEGORY NOT = SPACE
                   AND RVX-CORR-CATEGORY NOT = 'D'
                   AND RVX-CORR-CATEGORY NOT = 'C'
                   AND RVX-CORR-CATEGORY NOT = 'I'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'INVALID CATEGORY'        TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-MTR-ID = 'MULTI-METER   '
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON MULTI-METER' TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-EST-FLAG = 'E'
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON ESTIMATE' TO WS-TRX-REASON
              WHEN WS-READ-FIX AND BILL-NET-METERED
                 MOVE 'REJECTED'                TO WS-TRX-STATUS-TEXT
                 MOVE 'READING FIX ON NET METER' TO WS-TRX-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF WS-TRX-STATUS-TEXT = 'ACCEPTED'
              PERFORM 2550-WRITE-ADJ-TRANS
              SET REV-REJECTED     TO TRUE
              MOVE WS-DATE         TO REV-ACTION-DATE
              MOVE RVX-AUTH-ID     TO REV-AUTH-ID
              MOVE RVX-REASON-CODE TO REV-ADJ-REASON
              PERFORM 2600-REWRITE-REVIEW
              MOVE 'SENT FOR RE-BILL' TO WS-TRX-REASON
              ADD 1 TO WS-REBILL-CTR
           END-IF.

       2550-WRITE-ADJ-TRANS SECTION.

           MOVE SPACES            TO AT01-ADJ-TRANS-RECORD.
           MOVE RVX-BILL-ID       TO ADX-BILL-ID.
           MOVE RVX-REASON-CODE   TO ADX-REASON-CODE.
           IF WS-READ-FIX
              MOVE RVX-CORR-PREV-READ TO ADX-CORR-PREV-READ
              MOVE RVX-CORR-CURR-READ TO ADX-CORR-CURR-READ
           END-IF.
           MOVE RVX-CORR-CATEGORY TO ADX-CORR-CATEGORY.
           MOVE RVX-AUTH-ID       TO ADX-AUTH-ID.

           WRITE AT01-ADJ-TRANS-RECORD.

       2600-REWRITE-REVIEW SECTION.

           REWRITE RV01-REVIEW-RECORD
               INVALID KEY
                  DISPLAY 'REVIEW REWRITE FAILED FOR BILL '
                          REV-BILL-ID
           END-REWRITE.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
              PERFORM 2750-WRITE-PAGE-HEADERS
           END-IF.

           MOVE RVX-BILL-ID         TO WS-RPT-BILL-ID.
           MOVE RVX-ACTION          TO WS-RPT-ACTION.
           MOVE RVX-AUTH-ID         TO WS-RPT-AUTH-ID.
           IF RVX-REJECT
              MOVE RVX-REASON-CODE  TO WS-RPT-ADJ-REASON
           ELSE
              MOVE SPACES           TO WS-RPT-ADJ-REASON
           END-IF.
           MOVE WS-HOLD-REASON-CODE TO WS-RPT-HOLD-CODE.
           MOVE WS-HOLD-NET-DUE     TO WS-RPT-NET-DUE.
           MOVE WS-TRX-STATUS-TEXT  TO WS-RPT-STATUS-TEXT.
           MOVE WS-TRX-REASON       TO WS-RPT-REASON.

           WRITE TO26-REVIEW-ACTION-RPT-RECORD FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-LINE-COUNT.

       2750-WRITE-PAGE-HEADERS SECTION.

           MOVE WS-PAGE-NUM TO WS-RPT-PAGE-NUM.
           WRITE TO26-REVIEW-ACTION-RPT-RECORD FROM WS-REPORT-HEADER1.
           WRITE TO26-REVIEW-ACTION-RPT-RECORD FROM WS-REPORT-HEADER2.
           MOVE 2 TO WS-LINE-COUNT.
           ADD 1 TO WS-PAGE-NUM.

       2800-WRITE-REPORT-TOTALS SECTION.

           MOVE WS-READ-CTR    TO WS-RPT-READ-CTR.
           MOVE WS-RELEASE-CTR TO WS-RPT-RELEASE-CTR.
           MOVE WS-REBILL-CTR  TO WS-RPT-REBILL-CTR.
           MOVE WS-REJECT-CTR  TO WS-RPT-REJECT-CTR.
           WRITE TO26-REVIEW-ACTION-RPT-RECORD FROM WS-REPORT-TOTAL.

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
           DISPLAY ' BILLS RELEASED           ',  WS-RELEASE-CTR
           DISPLAY ' BILLS SENT FOR RE-BILL   ',  WS-REBILL-CTR
           DISPLAY ' REJECTED                 ',  WS-REJECT-CTR
           DISPLAY '----------------------------------------'

           IF NOT RVX-FILE-MISSING
              CLOSE AT03-REVIEW-TRANS
           END-IF.

           CLOSE  RV01-REVIEW-KSDS,
                  MO01-BILL-KSDS,
                  EF02-RELEASE-FEED,
                  AT01-ADJ-TRANS,
                  TO26-REVIEW-ACTION-RPT.

           DISPLAY '----------------------------------------'
           DISPLAY 'REVIEW TRANSACTIONS    IS CLOSED  '
           DISPLAY 'BILL REVIEW KSDS       IS CLOSED  '
           DISPLAY 'BILL MASTER KSDS       IS CLOSED  '
           DISPLAY 'RELEASED BILL FEED     IS CLOSED  '
           DISPLAY 'ADJUSTMENT TRANSACTIONS IS CLOSED '
           DISPLAY 'REVIEW ACTION REPORT   IS CLOSED  '
           DISPLAY '----------------------------------------'

           PERFORM 9050-WRITE-RUN-LOG.

           STOP RUN.

       9050-WRITE-RUN-LOG SECTION.

           ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-END-TIME FROM TIME.

           INITIALIZE RL01-RUN-LOG-RECORD.
           MOVE 'BILL027 '        TO RL-PROGRAM-ID.
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
