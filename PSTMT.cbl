      *                                                                *
      *  Project     : PARTNER SETTLEMENT STATEMENTS                   *
      *                                                                *
      *  Function    : PRINT A FORMAL SETTLEMENT STATEMENT PER TRADING *
      *                PARTNER FROM THE REP4IN EXTRACT, BROKEN BY      *
      *                R-PARTNER, ADDRESSED WITH THE NAME, ADDRESS AND *
      *                CONTACT FROM THE PARTNER MASTER - STATEMENT     *
      *                DATE, PAGE NUMBERING, DETAIL BY REGION AND      *
      *                BRANCH, COST AND RETAIL TOTALS, AND A GRAND     *
      *                TOTAL CROSS-CHECKED AGAINST THE CTLTOTS PARTNER *
      *                RECORD REPORT4 WRITES SO WHAT GOES TO THE       *
      *                PARTNER IS WHAT THE SYSTEM COMPUTED. ANY UNUSED *
      *                REBATE CREDIT NOTES ON THE SETTLEMENT LEDGER    *
      *                ARE SHOWN BELOW THE TOTAL WITH THE NET AMOUNT   *
      *                DUE.                                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PARTNER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
      *
       FD CTL-TOTALS-FILE
              88 SL-OPEN                     VALUE 'O'.
              88 SL-PAID                     VALUE 'P'.
              88 SL-SHORT-PAID               VALUE 'S'.
              88 SL-CREDIT-OPEN              VALUE 'C'.
              88 SL-CREDIT-USED              VALUE 'U'.
      *
       FD CURRATE-IN
           BLOCK CONTAINS 0 RECORDS
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-STMTLEDG-STATUS                 PIC X(2).
           88 STMTLEDG-OK                    VALUE "00".
           88 STMTLEDG-EOF                   VALUE "10".
           88 STMTLEDG-NOT-FOUND             VALUE "35".
       01 WS-CURRATE-STATUS                  PIC X(2).
           88 CURRATE-OK                     VALUE "00".
       01 WS-SETTLE-COST                     PIC 9(11)V99 VALUE 0.
       01 WS-SETTLE-RETAIL                   PIC 9(11)V99 VALUE 0.
       01 WS-RT-SUB                          PIC 9(3) VALUE 0.
       01 WS-NET-DUE                         PIC S9(11)V99 VALUE 0.
      *
      * Unused rebate credit notes on the settlement ledger, by
      * partner...
      *
       01 CREDIT-TABLE.
          05 OC-ENTRIES                      PIC 9(3) VALUE 0.
          05 CREDIT-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON OC-ENTRIES
            INDEXED BY OC.
            10 OC-PARTNER                    PIC X(2).
            10 OC-VALUE                      PIC 9(11)V99.
      *
      * Exchange rates by currency and effective date, in ascending
      * order as CURRMNT maintains them...
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-TOT-RETAIL                PIC Z(9)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-NET-LINE.
             10 WS-NET-TEXT                  PIC X(46).
             10 WS-NET-VALUE                 PIC -(10)9.99.
             10 FILLER                       PIC X(32)   VALUE SPACES.
          05 WS-AGREE-LINE.
             10 WS-AGR-TEXT                  PIC X(44).
             10 FILLER                       PIC X(48)   VALUE SPACES.
              ACCEPT WS-STATEMENT-DATE FROM DATE
           END-IF

           PERFORM 1300-LOAD-OPEN-CREDITS

           IF NOT TRIAL-RUN
              PERFORM 1400-OPEN-STMT-LEDGER
           END-IF

           PERFORM 4100-READ-REP-IN.

       1300-LOAD-OPEN-CREDITS.
      *    Rebate credit notes REBACCR has posted and REMITPST has
      *    not yet used up are shown on the statement, so the
      *    partner sees the net amount due.
           OPEN INPUT STMTLEDG-OUT
           IF STMTLEDG-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT STMTLEDG-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
                 MOVE '1300-LOAD-OPEN-CREDITS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1310-LOAD-ONE-CREDIT UNTIL STMTLEDG-EOF
              CLOSE STMTLEDG-OUT
           END-IF.

       1310-LOAD-ONE-CREDIT.
           READ STMTLEDG-OUT
              AT END CONTINUE
           END-READ
           IF STMTLEDG-OK AND SL-CREDIT-OPEN
              SET OC TO 1
              SEARCH CREDIT-TABLE-ENTRY
                 AT END
                    IF OC-ENTRIES = 200
                       DISPLAY '** REBATE CREDIT TABLE FULL **'
                       MOVE '1310-LOAD-ONE-CREDIT' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO OC-ENTRIES
                    SET OC TO OC-ENTRIES
                    MOVE SL-PARTNER TO OC-PARTNER(OC)
                    COMPUTE OC-VALUE(OC) =
                       SL-STMT-VALUE - SL-PAID-VALUE
                 WHEN OC-PARTNER(OC) = SL-PARTNER
                    COMPUTE OC-VALUE(OC) = OC-VALUE(OC)
                       + SL-STMT-VALUE - SL-PAID-VALUE
              END-SEARCH
           END-IF.

       1400-OPEN-STMT-LEDGER.
      *    The loop with credit control closes here: every statement
      *    total is carried onto the settlement ledger the

              PERFORM 5450-PRINT-SETTLEMENT-CURRENCY

              PERFORM 5480-PRINT-OPEN-CREDITS

      *       A trial statement opens no balance - REMITAGE would
      *       age it as genuinely unpaid.
              IF NOT TRIAL-RUN
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

       5480-PRINT-OPEN-CREDITS.
      *    The ledger keeps the statement gross; the credit is only
      *    shown here and netted off when REMITPST posts the
      *    partner's short payment.
           IF OC-ENTRIES > 0
              SET OC TO 1
              SEARCH CREDIT-TABLE-ENTRY
                 AT END CONTINUE
                 WHEN OC-PARTNER(OC) = WS-CUR-PARTNER
                    IF OC-VALUE(OC) > 0
                       MOVE 'LESS OPEN REBATE CREDITS' TO WS-NET-TEXT
                       MOVE OC-VALUE(OC) TO WS-NET-VALUE
                       MOVE WS-NET-LINE TO PRINT-OUT-RECORD
                       WRITE PRINT-OUT-RECORD
                       COMPUTE WS-NET-DUE = WS-P-RETAIL - OC-VALUE(OC)
                       MOVE 'NET AMOUNT DUE' TO WS-NET-TEXT
                       MOVE WS-NET-DUE TO WS-NET-VALUE
                       MOVE WS-NET-LINE TO PRINT-OUT-RECORD
                       WRITE PRINT-OUT-RECORD
                    END-IF
              END-SEARCH
           END-IF.

       5400-CROSS-CHECK-PARTNER.
           IF CT-ENTRIES = 0
              MOVE 'NOT CROSS-CHECKED - NO CONTROL TOTALS'
