             88 DPX-ACTION-COLLECT  VALUE 'C'.
             88 DPX-ACTION-TOPUP    VALUE 'T'.
             88 DPX-ACTION-REFUND   VALUE 'R'.
             88 DPX-ACTION-SETOFF   VALUE 'S'.
          05 DPX-CUST-ID        PIC X(12).
          05 DPX-AMOUNT         PIC 9(8)V99.
          05 DPX-DATE           PIC 9(08).
          05 WS-REJECT-CTR          PIC 9(04) VALUE ZEROS.
          05 WS-TOTAL-COLLECTED-AMT PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-REFUNDED-AMT  PIC 9(10)V99 VALUE ZEROS.
          05 WS-TOTAL-SETOFF-AMT    PIC 9(10)V99 VALUE ZEROS.

       01 WS-TRANS-RESULT.
          05 WS-TRX-STATUS-TEXT     PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'REFUNDED:'.
          05 WS-RPT-REFUNDED-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.

       01 WS-REPORT-TOTAL2.
          05 FILLER               PIC X(2)  VALUE SPACES.
          05 FILLER               PIC X(12) VALUE 'SET OFF:'.
          05 WS-RPT-SETOFF-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-LINE   SECTION.

                    PERFORM 2400-TOPUP-DEPOSIT
                 WHEN DPX-ACTION-REFUND
                    PERFORM 2500-REFUND-DEPOSIT
                 WHEN DPX-ACTION-SETOFF
                    PERFORM 2600-SETOFF-DEPOSIT
                 WHEN OTHER
                    MOVE 'REJECTED'            TO WS-TRX-STATUS-TEXT
                    MOVE 'UNKNOWN ACTION CODE' TO WS-TRX-REASON
              END-REWRITE
           END-IF.

      *> A SET-OFF IS RAISED BY THE FINAL BILL RUN (BILL018) WHEN
      *> THE DEPOSIT IS APPLIED AGAINST A CLOSING CUSTOMER'S FINAL
      *> BALANCE. THE MONEY NEVER LEAVES THE UTILITY, SO IT IS KEPT
      *> APART FROM CASH REFUNDS IN THE TOTALS.
       2600-SETOFF-DEPOSIT SECTION.

           MOVE DPX-CUST-ID TO DEP-CUST-ID.
           READ DP01-DEPOSIT-KSDS
                INVALID KEY
                   MOVE 'REJECTED'             TO WS-TRX-STATUS-TEXT
                   MOVE 'NO DEPOSIT ON FILE'   TO WS-TRX-REASON
                   ADD 1 TO WS-REJECT-CTR
                NOT INVALID KEY
                   PERFORM 2650-APPLY-SETOFF
           END-READ.

       2650-APPLY-SETOFF SECTION.

           IF DPX-AMOUNT > DEP-AMOUNT
              MOVE 'REJECTED'                 TO WS-TRX-STATUS-TEXT
              MOVE 'SET-OFF EXCEEDS DEPOSIT'  TO WS-TRX-REASON
              ADD 1 TO WS-REJECT-CTR
           ELSE
              SUBTRACT DPX-AMOUNT FROM DEP-AMOUNT
              REWRITE DP01-DEPOSIT-RECORD
                  INVALID KEY
                     MOVE 'REJECTED'       TO WS-TRX-STATUS-TEXT
                     MOVE 'REWRITE FAILED' TO WS-TRX-REASON
                     ADD 1 TO WS-REJECT-CTR
                  NOT INVALID KEY
                     MOVE 'ACCEPTED'       TO WS-TRX-STATUS-TEXT
                     MOVE 'DEPOSIT SET OFF AGAINST BILL'
                                           TO WS-TRX-REASON
                     ADD 1 TO WS-ACCEPT-CTR
                     ADD DPX-AMOUNT TO WS-TOTAL-SETOFF-AMT
              END-REWRITE
           END-IF.

       2700-WRITE-REPORT-LINE SECTION.

           IF WS-LINE-COUNT >= WS-MAX-LINES
           MOVE WS-TOTAL-COLLECTED-AMT TO WS-RPT-COLLECTED-AMT.
           MOVE WS-TOTAL-REFUNDED-AMT  TO WS-RPT-REFUNDED-AMT.
           WRITE TO10-DEPOSIT-RPT-RECORD FROM WS-REPORT-TOTAL.
           MOVE WS-TOTAL-SETOFF-AMT    TO WS-RPT-SETOFF-AMT.
           WRITE TO10-DEPOSIT-RPT-RECORD FROM WS-REPORT-TOTAL2.

       8000-OPEN-RUN-LOG SECTION.

