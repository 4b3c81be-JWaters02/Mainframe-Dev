      *  Project     : PARTNER REMITTANCE POSTING                      *
      *                                                                *
      *  Function    : POST THE REMITTXN REMITTANCE TRANSACTIONS       *
      *                (PARTNER, STATEMENT DATE, AMOUNT PAID) AGAINST  *
      *                THE STMTLEDG SETTLEMENT LEDGER PSTMT WRITES -   *
      *                THE SAME FIGURES CROSS-CHECKED TO CTLTOTS. EACH *
      *                MATCHED STATEMENT'S PAID VALUE IS ACCUMULATED   *
      *                AND ITS STATUS SET PAID OR SHORT-PAID;          *
      *                UNMATCHED REMITTANCES ARE REPORTED. REBATE      *
      *                CREDIT NOTES POSTED BY REBACCR ARE NEVER        *
      *                MATCHED TO A REMITTANCE; INSTEAD A PARTNER'S    *
      *                OPEN CREDITS, OLDEST FIRST, ARE SET AGAINST THE *
      *                SHORTFALL ON A SHORT-PAID STATEMENT AND MARKED  *
      *                USED ONCE EXHAUSTED. WRITES STMTLEDN (COPIED    *
      *                BACK OVER STMTLEDG BY THE NEXT JOB STEP) AND A  *
      *                POSTING REPORT.                                 *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
              88 SL-OPEN                     VALUE 'O'.
              88 SL-PAID                     VALUE 'P'.
              88 SL-SHORT-PAID               VALUE 'S'.
              88 SL-CREDIT-OPEN              VALUE 'C'.
              88 SL-CREDIT-USED              VALUE 'U'.
      *
       FD REMIT-IN
           BLOCK CONTAINS 0 RECORDS
       01 WS-POSTED-COUNT                    PIC 9(7) VALUE 0.
       01 WS-UNMATCHED-COUNT                 PIC 9(7) VALUE 0.
       01 WS-LG-SUB                          PIC 9(5) VALUE 0.
       01 WS-CN-SUB                          PIC 9(5) VALUE 0.
       01 WS-CREDIT-COUNT                    PIC 9(7) VALUE 0.
       01 WS-SHORTFALL                       PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-LEFT                     PIC 9(11)V99 VALUE 0.
       01 WS-CREDIT-APPLIED                  PIC 9(11)V99 VALUE 0.
      *
      * The ledger is table-held so several remittances can post to
      * one statement in a single pass. Sized well above the open
                 WRITE PRINT-OUT-RECORD
              WHEN LG-PARTNER(LG) = RM-PARTNER
                 AND LG-STMT-DATE(LG) = RM-STMT-DATE
                 AND LG-STATUS(LG) NOT = 'C'
                 AND LG-STATUS(LG) NOT = 'U'
                 PERFORM 2200-APPLY-ONE-REMIT
           END-SEARCH.

           MOVE RM-STMT-DATE TO WS-DET-DATE
           MOVE RM-AMOUNT TO WS-DET-AMOUNT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF LG-STATUS(LG) = 'S'
              PERFORM 2300-APPLY-ONE-CREDIT
                 VARYING WS-CN-SUB FROM 1 BY 1
                 UNTIL WS-CN-SUB > LG-ENTRIES
                    OR LG-STATUS(LG) = 'P'
           END-IF.

       2300-APPLY-ONE-CREDIT.
      *    A partner who has deducted a rebate credit note from the
      *    statement leaves it short-paid; the partner's open credits,
      *    oldest first, are set against the shortfall. A credit's
      *    paid value is the part of it used so far.
           IF LG-PARTNER(WS-CN-SUB) = LG-PARTNER(LG)
              AND LG-STATUS(WS-CN-SUB) = 'C'
              COMPUTE WS-SHORTFALL =
                 LG-STMT-VALUE(LG) - LG-PAID-VALUE(LG)
              COMPUTE WS-CREDIT-LEFT =
                 LG-STMT-VALUE(WS-CN-SUB) - LG-PAID-VALUE(WS-CN-SUB)
              IF WS-CREDIT-LEFT > WS-SHORTFALL
                 MOVE WS-SHORTFALL TO WS-CREDIT-APPLIED
              ELSE
                 MOVE WS-CREDIT-LEFT TO WS-CREDIT-APPLIED
              END-IF
              ADD WS-CREDIT-APPLIED TO LG-PAID-VALUE(LG)
              ADD WS-CREDIT-APPLIED TO LG-PAID-VALUE(WS-CN-SUB)
              IF LG-PAID-VALUE(WS-CN-SUB) NOT < LG-STMT-VALUE(WS-CN-SUB)
                 MOVE 'U' TO LG-STATUS(WS-CN-SUB)
              END-IF
              IF LG-PAID-VALUE(LG) NOT < LG-STMT-VALUE(LG)
                 MOVE 'P' TO LG-STATUS(LG)
                 MOVE 'CREDIT - NOW PAID' TO WS-DET-RESULT
              ELSE
                 MOVE 'CREDIT - STILL SHORT' TO WS-DET-RESULT
              END-IF
              ADD 1 TO WS-CREDIT-COUNT
              MOVE LG-PARTNER(WS-CN-SUB) TO WS-DET-PARTNER
              MOVE LG-STMT-DATE(WS-CN-SUB) TO WS-DET-DATE
              MOVE WS-CREDIT-APPLIED TO WS-DET-AMOUNT
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       3000-END-PROCESS.
           OPEN OUTPUT LEDGER-OUT
           MOVE WS-UNMATCHED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'REBATE CREDITS APPLIED:   ' TO WS-TOT-TEXT
           MOVE WS-CREDIT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF REMIT-PRESENT
              CLOSE REMIT-IN
           DISPLAY 'LEDGER STATEMENTS READ: ' WS-LEDGER-READ-COUNT
           DISPLAY 'REMITTANCES READ: ' WS-REMIT-READ-COUNT
           DISPLAY 'REMITTANCES POSTED: ' WS-POSTED-COUNT
           DISPLAY 'UNMATCHED REMITTANCES: ' WS-UNMATCHED-COUNT
           DISPLAY 'REBATE CREDITS APPLIED: ' WS-CREDIT-COUNT.

       3100-WRITE-ONE-LEDGER.
           MOVE LG-PARTNER(WS-LG-SUB) TO WK-PARTNER
