       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REMITMCH.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BANK RECEIPTS AUTO-MATCHING                     *
      *                                                                *
      *  Function    : MATCH THE BANK'S DAILY BANKRCPT RECEIPTS FILE   *
      *                (PAYER REFERENCE, AMOUNT, VALUE DATE, CURRENCY) *
      *                TO THE SETTLEMENT LEDGER SO CREDIT CONTROL NO   *
      *                LONGER KEYS EVERY REMITTANCE. THE PAYER         *
      *                REFERENCE IS LOOKED UP ON THE PAYXREF           *
      *                CROSS-REFERENCE FOR THE PARTNER, A FOREIGN      *
      *                RECEIPT IS CONVERTED TO BASE AT THE CURRATES    *
      *                RATE FOR ITS VALUE DATE, AND THE CASH IS SET    *
      *                AGAINST AN OPEN STMTLEDG STATEMENT OWED TO THE  *
      *                PENNY, FALLING BACK TO OLDEST-FIRST ALLOCATION  *
      *                ACROSS THE PARTNER'S OPEN STATEMENTS. REMITTXN  *
      *                RECORDS ARE ADDED BEHIND ANY KEYED ONES FOR     *
      *                REMITPST TO POST. AN UNKNOWN PAYER, A CURRENCY  *
      *                WITH NO RATE, A PARTNER WITH NOTHING OPEN OR A  *
      *                RECEIPT OVER THE AMOUNT DUE GOES TO THE         *
      *                UNAPPCSH UNAPPLIED-CASH FILE AND THE MATCHING   *
      *                REPORT INSTEAD.                                 *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *
       INPUT-OUTPUT SECTION.
      *
       FILE-CONTROL.
           SELECT RECEIPT-IN ASSIGN TO BANKRCPT
           FILE STATUS IS WS-RECEIPT-IN-STATUS.
           SELECT PAYXREF-IN ASSIGN TO PAYXREF
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PX-PAYER-REF
           FILE STATUS IS WS-PAYXREF-IN-STATUS.
           SELECT LEDGER-IN ASSIGN TO STMTLEDG
           FILE STATUS IS WS-LEDGER-IN-STATUS.
           SELECT CURRATE-IN ASSIGN TO CURRATES
           FILE STATUS IS WS-CURRATE-STATUS.
           SELECT PARM-IN ASSIGN TO REMMPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT REMIT-FILE ASSIGN TO REMITTXN
           FILE STATUS IS WS-REMIT-STATUS.
           SELECT UNAPPLIED-OUT ASSIGN TO UNAPPCSH
           FILE STATUS IS WS-UNAPPLIED-STATUS.
           SELECT PRINT-OUT ASSIGN TO REMMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD RECEIPT-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 42 CHARACTERS.
       01 RECEIPT-RECORD.
           05 BK-PAYER-REF                   PIC X(18).
           05 BK-AMOUNT                      PIC 9(11)V99.
           05 BK-VALUE-DATE                  PIC 9(8).
           05 BK-CURRENCY                    PIC X(3).
      *
       FD PAYXREF-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
           COPY PAYXREFR.
      *
       FD LEDGER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 STMTLEDG-RECORD.
           05 SL-PARTNER                     PIC X(2).
           05 SL-STMT-DATE                   PIC 9(8).
           05 SL-STMT-VALUE                  PIC 9(11)V99.
           05 SL-PAID-VALUE                  PIC 9(11)V99.
           05 SL-STATUS                      PIC X(1).
              88 SL-OPEN                     VALUE 'O'.
              88 SL-PAID                     VALUE 'P'.
              88 SL-SHORT-PAID               VALUE 'S'.
              88 SL-CREDIT-OPEN              VALUE 'C'.
              88 SL-CREDIT-USED              VALUE 'U'.
              88 SL-OUTSTANDING              VALUE 'O', 'S'.
      *
       FD CURRATE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 20 CHARACTERS.
       01 CURRATE-RECORD.
           05 CUR-CURRENCY                   PIC X(3).
           05 CUR-EFF-DATE                   PIC 9(8).
           05 CUR-RATE                       PIC 9(3)V9(6).
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 3 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BASE-CURRENCY             PIC X(3).
      *
       FD REMIT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
       01 REMIT-RECORD.
           05 RM-PARTNER                     PIC X(2).
           05 RM-STMT-DATE                   PIC 9(8).
           05 RM-AMOUNT                      PIC 9(11)V99.
      *
       FD UNAPPLIED-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 46 CHARACTERS.
       01 UNAPPLIED-RECORD.
           05 UA-RECEIPT                     PIC X(42).
           05 UA-PARTNER                     PIC X(2).
           05 UA-REASON                      PIC X(2).
              88 UA-UNKNOWN-PAYER            VALUE 'UP'.
              88 UA-NO-RATE                  VALUE 'CY'.
              88 UA-NO-OPEN-STATEMENT        VALUE 'NS'.
              88 UA-OVERPAYMENT              VALUE 'OV'.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-RECEIPT-IN-STATUS               PIC X(2).
           88 RECEIPT-IN-OK                  VALUE "00".
           88 RECEIPT-IN-EOF                 VALUE "10".
           88 RECEIPT-IN-NOT-FOUND           VALUE "35".
       01 WS-PAYXREF-IN-STATUS               PIC X(2).
           88 PAYXREF-IN-OK                  VALUE "00".
           88 PAYXREF-IN-NOT-FOUND           VALUE "23".
           88 PAYXREF-IN-NO-FILE             VALUE "35".
       01 WS-LEDGER-IN-STATUS                PIC X(2).
           88 LEDGER-IN-OK                   VALUE "00".
           88 LEDGER-IN-EOF                  VALUE "10".
           88 LEDGER-IN-NOT-FOUND            VALUE "35".
       01 WS-CURRATE-STATUS                  PIC X(2).
           88 CURRATE-OK                     VALUE "00".
           88 CURRATE-EOF                    VALUE "10".
           88 CURRATE-NOT-FOUND              VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-REMIT-STATUS                    PIC X(2).
           88 REMIT-OK                       VALUE "00".
           88 REMIT-EOF                      VALUE "10".
           88 REMIT-NOT-FOUND                VALUE "35".
       01 WS-UNAPPLIED-STATUS                PIC X(2).
           88 UNAPPLIED-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-RECEIPT-PRESENT                 PIC X VALUE 'Y'.
           88 RECEIPT-PRESENT                VALUE 'Y'.
       01 WS-PAYXREF-OPEN                    PIC X VALUE 'N'.
           88 PAYXREF-OPEN                   VALUE 'Y'.
       01 WS-RATE-FOUND                      PIC X VALUE 'N'.
           88 RATE-FOUND                     VALUE 'Y'.
       01 WS-RECEIPT-MATCHED                 PIC X VALUE 'N'.
           88 RECEIPT-MATCHED                VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-BASE-CURRENCY                   PIC X(3) VALUE SPACES.
       01 WS-PARTNER                         PIC X(2) VALUE SPACES.
       01 WS-BASE-AMOUNT                     PIC 9(11)V99 VALUE 0.
       01 WS-REMAINING                       PIC 9(11)V99 VALUE 0.
       01 WS-APPLIED                         PIC 9(11)V99 VALUE 0.
       01 WS-PARTNER-OUTSTANDING             PIC 9(13)V99 VALUE 0.
       01 WS-USE-RATE                        PIC 9(3)V9(6) VALUE 0.
       01 WS-USE-RATE-DATE                   PIC 9(8) VALUE 0.
       01 WS-RT-SUB                          PIC 9(5) VALUE 0.
       01 WS-LG-SUB                          PIC 9(5) VALUE 0.
       01 WS-PICK-SUB                        PIC 9(5) VALUE 0.
       01 WS-PICK-DATE                       PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-LEDGER-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-KEYED-REMIT-COUNT               PIC 9(7) VALUE 0.
       01 WS-RECEIPT-COUNT                   PIC 9(7) VALUE 0.
       01 WS-EXACT-COUNT                     PIC 9(7) VALUE 0.
       01 WS-OLDEST-COUNT                    PIC 9(7) VALUE 0.
       01 WS-UNAPPLIED-COUNT                 PIC 9(7) VALUE 0.
       01 WS-REMIT-WRITTEN-COUNT             PIC 9(7) VALUE 0.
       01 WS-TOTAL-APPLIED                   PIC 9(13)V99 VALUE 0.
      *
      * Open and short-paid statements with what is still owed on
      * each once tonight's keyed and matched remittances are
      * allowed for...
      *
       01 LEDGER-TABLE.
          05 LG-ENTRIES                      PIC 9(5) VALUE 0.
          05 LEDGER-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON LG-ENTRIES
            INDEXED BY LG.
            10 LG-PARTNER                    PIC X(2).
            10 LG-STMT-DATE                  PIC 9(8).
            10 LG-OUTSTANDING                PIC 9(11)V99.
      *
      * Exchange rates by currency and effective date, in ascending
      * order as CURRMNT maintains them...
      *
       01 RATE-TABLE.
          05 RT-ENTRIES                      PIC 9(3) VALUE 0.
          05 RATE-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON RT-ENTRIES
            INDEXED BY RT.
            10 RT-CURRENCY                   PIC X(3).
            10 RT-EFF-DATE                   PIC 9(8).
            10 RT-RATE                       PIC 9(3)V9(6).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'BANK RECEIPTS MATCHING REPORT'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(19)   VALUE
                'PAYER REFERENCE'.
             10 FILLER                       PIC X(4)    VALUE 'PTN'.
             10 FILLER                       PIC X(9)    VALUE
                'VALUE DT'.
             10 FILLER                       PIC X(17)   VALUE
                'CUR     RECEIVED'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(22)   VALUE
                'STMT DT       APPLIED'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(17)   VALUE
                'RESULT'.
          05 WS-DETAIL-LINE.
             10 WS-DET-PAYER-REF             PIC X(18).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-VALUE-DATE            PIC 9(8).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CURRENCY              PIC X(3).
             10 WS-DET-RECEIVED              PIC Z(10)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-STMT-DATE             PIC 9(8)
                                             BLANK WHEN ZERO.
             10 WS-DET-APPLIED               PIC Z(10)9.99
                                             BLANK WHEN ZERO.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(17).
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(30).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(55)   VALUE SPACES.
          05 WS-AMOUNT-LINE.
             10 WS-AMT-TEXT                  PIC X(30).
             10 WS-AMT-VALUE                 PIC Z(12)9.99.
             10 FILLER                       PIC X(45)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MATCH-ONE-RECEIPT UNTIL RECEIPT-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1050-READ-PARM-IN
           PERFORM 1100-LOAD-LEDGER
           PERFORM 1200-LOAD-EXCHANGE-RATES
           PERFORM 1300-ALLOW-FOR-KEYED-REMITS

           OPEN INPUT PAYXREF-IN
           IF PAYXREF-IN-NO-FILE
              DISPLAY '** WARNING: NO PAYER CROSS-REFERENCE - NO '
                 'RECEIPT CAN BE MATCHED **'
           ELSE
              IF NOT PAYXREF-IN-OK
                 DISPLAY '** PAYXREF FILE IS NOT OK **'
                 DISPLAY '** PAYXREF: ' WS-PAYXREF-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-PAYXREF-OPEN
           END-IF

           OPEN INPUT RECEIPT-IN
           IF RECEIPT-IN-NOT-FOUND
              MOVE 'N' TO WS-RECEIPT-PRESENT
              MOVE "10" TO WS-RECEIPT-IN-STATUS
              DISPLAY '** WARNING: NO BANK RECEIPTS FILE **'
           ELSE
              IF NOT RECEIPT-IN-OK
                 DISPLAY '** BANKRCPT FILE IS NOT OK **'
                 DISPLAY '** BANKRCPT: ' WS-RECEIPT-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

      *    Remittances keyed by credit control are kept; the matched
      *    ones are added behind them for REMITPST to post together.
           OPEN EXTEND REMIT-FILE
           IF REMIT-NOT-FOUND
              OPEN OUTPUT REMIT-FILE
           END-IF
           IF NOT REMIT-OK
              DISPLAY '** REMITTXN FILE IS NOT OK **'
              DISPLAY '** REMITTXN: ' WS-REMIT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT UNAPPLIED-OUT
           IF NOT UNAPPLIED-OK
              DISPLAY '** UNAPPCSH FILE IS NOT OK **'
              DISPLAY '** UNAPPCSH: ' WS-UNAPPLIED-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1050-READ-PARM-IN.
      *    The parameter names the base currency the ledger is kept
      *    in; a receipt in that currency, or with none given, needs
      *    no conversion.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BASE CURRENCY PARAMETER **'
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '1050-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 MOVE PARM-BASE-CURRENCY TO WS-BASE-CURRENCY
              END-IF
              CLOSE PARM-IN
           END-IF
           DISPLAY 'BASE CURRENCY: ' WS-BASE-CURRENCY.

       1100-LOAD-LEDGER.
           OPEN INPUT LEDGER-IN
           IF LEDGER-IN-NOT-FOUND
              DISPLAY '** WARNING: NO SETTLEMENT LEDGER **'
           ELSE
              IF NOT LEDGER-IN-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-LEDGER-IN-STATUS
                 MOVE '1100-LOAD-LEDGER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1150-LOAD-ONE-LEDGER UNTIL LEDGER-IN-EOF
              CLOSE LEDGER-IN
           END-IF.

       1150-LOAD-ONE-LEDGER.
           READ LEDGER-IN
              AT END CONTINUE
           END-READ
           IF LEDGER-IN-OK
              ADD 1 TO WS-LEDGER-READ-COUNT
              IF SL-OUTSTANDING
                 AND SL-STMT-VALUE > SL-PAID-VALUE
                 IF LG-ENTRIES = 5000
                    DISPLAY '** SETTLEMENT LEDGER TABLE FULL **'
                    MOVE '1150-LOAD-ONE-LEDGER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO LG-ENTRIES
                 MOVE SL-PARTNER TO LG-PARTNER(LG-ENTRIES)
                 MOVE SL-STMT-DATE TO LG-STMT-DATE(LG-ENTRIES)
                 COMPUTE LG-OUTSTANDING(LG-ENTRIES) =
                    SL-STMT-VALUE - SL-PAID-VALUE
              END-IF
           END-IF.

       1200-LOAD-EXCHANGE-RATES.
           OPEN INPUT CURRATE-IN
           IF CURRATE-NOT-FOUND
              DISPLAY '** WARNING: NO EXCHANGE-RATE MASTER - ONLY '
                 'BASE-CURRENCY RECEIPTS CAN BE MATCHED **'
           ELSE
              IF NOT CURRATE-OK
                 DISPLAY '** CURRATES FILE IS NOT OK **'
                 MOVE '1200-LOAD-EXCHANGE-RATES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-RATE UNTIL CURRATE-EOF
              CLOSE CURRATE-IN
           END-IF.

       1210-LOAD-ONE-RATE.
           READ CURRATE-IN
              AT END CONTINUE
           END-READ
           IF CURRATE-OK
              IF RT-ENTRIES = 200
                 DISPLAY '** EXCHANGE-RATE TABLE FULL **'
                 MOVE '1210-LOAD-ONE-RATE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO RT-ENTRIES
              MOVE CUR-CURRENCY TO RT-CURRENCY(RT-ENTRIES)
              MOVE CUR-EFF-DATE TO RT-EFF-DATE(RT-ENTRIES)
              MOVE CUR-RATE TO RT-RATE(RT-ENTRIES)
           END-IF.

       1300-ALLOW-FOR-KEYED-REMITS.
      *    Anything credit control has already keyed for tonight
      *    will post too, so it is taken off the statement before
      *    the bank's receipts are set against what is left.
           OPEN INPUT REMIT-FILE
           IF REMIT-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT REMIT-OK
                 DISPLAY '** REMITTXN FILE IS NOT OK **'
                 DISPLAY '** REMITTXN: ' WS-REMIT-STATUS
                 MOVE '1300-ALLOW-FOR-KEYED-REMITS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1350-ALLOW-ONE-REMIT UNTIL REMIT-EOF
              CLOSE REMIT-FILE
           END-IF.

       1350-ALLOW-ONE-REMIT.
           READ REMIT-FILE
              AT END CONTINUE
           END-READ
           IF REMIT-OK
              ADD 1 TO WS-KEYED-REMIT-COUNT
              SET LG TO 1
              SEARCH LEDGER-TABLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN LG-PARTNER(LG) = RM-PARTNER
                    AND LG-STMT-DATE(LG) = RM-STMT-DATE
                    IF RM-AMOUNT < LG-OUTSTANDING(LG)
                       SUBTRACT RM-AMOUNT FROM LG-OUTSTANDING(LG)
                    ELSE
                       MOVE 0 TO LG-OUTSTANDING(LG)
                    END-IF
              END-SEARCH
           END-IF.

       2000-MATCH-ONE-RECEIPT.
           IF NOT RECEIPT-IN-EOF
              READ RECEIPT-IN
                 AT END CONTINUE
              END-READ
              IF RECEIPT-IN-OK
                 ADD 1 TO WS-RECEIPT-COUNT
                 PERFORM 2100-MATCH-RECEIPT
              END-IF
           END-IF.

       2100-MATCH-RECEIPT.
      *    Cash is only applied where the payer, the currency and
      *    the statements leave no doubt; anything else is set aside
      *    as unapplied for credit control rather than guessed at.
           MOVE 'N' TO WS-RECEIPT-MATCHED
           MOVE SPACES TO WS-PARTNER
           PERFORM 2200-FIND-PAYER
           IF WS-PARTNER = SPACES
              MOVE 'UP' TO UA-REASON
              MOVE 'UNKNOWN PAYER' TO WS-DET-RESULT
              PERFORM 5100-WRITE-UNAPPLIED
           ELSE
              PERFORM 2300-CONVERT-TO-BASE
              IF NOT RATE-FOUND
                 MOVE 'CY' TO UA-REASON
                 MOVE 'NO EXCHANGE RATE' TO WS-DET-RESULT
                 PERFORM 5100-WRITE-UNAPPLIED
              ELSE
                 PERFORM 2400-TRY-EXACT-MATCH
                 IF NOT RECEIPT-MATCHED
                    PERFORM 2500-ALLOCATE-RECEIPT
                 END-IF
              END-IF
           END-IF.

       2200-FIND-PAYER.
           IF PAYXREF-OPEN
              MOVE BK-PAYER-REF TO PX-PAYER-REF
              READ PAYXREF-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PX-ACTIVE
                       MOVE PX-PARTNER TO WS-PARTNER
                    END-IF
              END-READ
           END-IF.

       2300-CONVERT-TO-BASE.
      *    A foreign receipt is brought back to base at the latest
      *    rate effective on or before its value date - the same
      *    rate PSTMT would have priced the statement at.
           MOVE 'N' TO WS-RATE-FOUND
           MOVE 0 TO WS-USE-RATE
           MOVE 0 TO WS-USE-RATE-DATE
           IF BK-CURRENCY = SPACES
              OR BK-CURRENCY = WS-BASE-CURRENCY
              MOVE 'Y' TO WS-RATE-FOUND
              MOVE BK-AMOUNT TO WS-BASE-AMOUNT
           ELSE
              PERFORM 2310-TEST-ONE-RATE
                 VARYING WS-RT-SUB FROM 1 BY 1
                 UNTIL WS-RT-SUB > RT-ENTRIES
              IF RATE-FOUND
                 COMPUTE WS-BASE-AMOUNT ROUNDED =
                    BK-AMOUNT / WS-USE-RATE
              END-IF
           END-IF.

       2310-TEST-ONE-RATE.
           IF RT-CURRENCY(WS-RT-SUB) = BK-CURRENCY
              AND RT-EFF-DATE(WS-RT-SUB) NOT > BK-VALUE-DATE
              AND RT-EFF-DATE(WS-RT-SUB) NOT < WS-USE-RATE-DATE
              AND RT-RATE(WS-RT-SUB) > 0
              MOVE RT-RATE(WS-RT-SUB) TO WS-USE-RATE
              MOVE RT-EFF-DATE(WS-RT-SUB) TO WS-USE-RATE-DATE
              MOVE 'Y' TO WS-RATE-FOUND
           END-IF.

       2400-TRY-EXACT-MATCH.
      *    Where more than one statement is owed to the penny the
      *    oldest is taken.
           MOVE 0 TO WS-PICK-SUB
           MOVE 99999999 TO WS-PICK-DATE
           PERFORM 2410-TEST-ONE-EXACT
              VARYING WS-LG-SUB FROM 1 BY 1
              UNTIL WS-LG-SUB > LG-ENTRIES
           IF WS-PICK-SUB > 0
              MOVE 'Y' TO WS-RECEIPT-MATCHED
              ADD 1 TO WS-EXACT-COUNT
              MOVE WS-BASE-AMOUNT TO WS-APPLIED
              MOVE 'EXACT AMOUNT' TO WS-DET-RESULT
              PERFORM 5000-APPLY-TO-STATEMENT
           END-IF.

       2410-TEST-ONE-EXACT.
           IF LG-PARTNER(WS-LG-SUB) = WS-PARTNER
              AND LG-OUTSTANDING(WS-LG-SUB) > 0
              AND LG-OUTSTANDING(WS-LG-SUB) = WS-BASE-AMOUNT
              AND LG-STMT-DATE(WS-LG-SUB) < WS-PICK-DATE
              MOVE WS-LG-SUB TO WS-PICK-SUB
              MOVE LG-STMT-DATE(WS-LG-SUB) TO WS-PICK-DATE
           END-IF.

       2500-ALLOCATE-RECEIPT.
           MOVE 0 TO WS-PARTNER-OUTSTANDING
           PERFORM 2510-ADD-OUTSTANDING
              VARYING WS-LG-SUB FROM 1 BY 1
              UNTIL WS-LG-SUB > LG-ENTRIES
           IF WS-PARTNER-OUTSTANDING = 0
              MOVE 'NS' TO UA-REASON
              MOVE 'NO OPEN STATEMENT' TO WS-DET-RESULT
              PERFORM 5100-WRITE-UNAPPLIED
           ELSE
              IF WS-BASE-AMOUNT > WS-PARTNER-OUTSTANDING
                 MOVE 'OV' TO UA-REASON
                 MOVE 'OVER AMOUNT DUE' TO WS-DET-RESULT
                 PERFORM 5100-WRITE-UNAPPLIED
              ELSE
                 ADD 1 TO WS-OLDEST-COUNT
                 MOVE WS-BASE-AMOUNT TO WS-REMAINING
                 PERFORM 2600-ALLOCATE-OLDEST
                    UNTIL WS-REMAINING = 0
              END-IF
           END-IF.

       2510-ADD-OUTSTANDING.
           IF LG-PARTNER(WS-LG-SUB) = WS-PARTNER
              ADD LG-OUTSTANDING(WS-LG-SUB) TO WS-PARTNER-OUTSTANDING
           END-IF.

       2600-ALLOCATE-OLDEST.
           MOVE 0 TO WS-PICK-SUB
           MOVE 99999999 TO WS-PICK-DATE
           PERFORM 2610-TEST-ONE-OLDEST
              VARYING WS-LG-SUB FROM 1 BY 1
              UNTIL WS-LG-SUB > LG-ENTRIES
           IF LG-OUTSTANDING(WS-PICK-SUB) < WS-REMAINING
              MOVE LG-OUTSTANDING(WS-PICK-SUB) TO WS-APPLIED
           ELSE
              MOVE WS-REMAINING TO WS-APPLIED
           END-IF
           SUBTRACT WS-APPLIED FROM WS-REMAINING
           MOVE 'OLDEST FIRST' TO WS-DET-RESULT
           PERFORM 5000-APPLY-TO-STATEMENT.

       2610-TEST-ONE-OLDEST.
           IF LG-PARTNER(WS-LG-SUB) = WS-PARTNER
              AND LG-OUTSTANDING(WS-LG-SUB) > 0
              AND LG-STMT-DATE(WS-LG-SUB) < WS-PICK-DATE
              MOVE WS-LG-SUB TO WS-PICK-SUB
              MOVE LG-STMT-DATE(WS-LG-SUB) TO WS-PICK-DATE
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'RECEIPTS READ:' TO WS-TOT-TEXT
           MOVE WS-RECEIPT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'MATCHED ON EXACT AMOUNT:' TO WS-TOT-TEXT
           MOVE WS-EXACT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'ALLOCATED OLDEST FIRST:' TO WS-TOT-TEXT
           MOVE WS-OLDEST-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'UNAPPLIED RECEIPTS:' TO WS-TOT-TEXT
           MOVE WS-UNAPPLIED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'REMITTANCES WRITTEN:' TO WS-TOT-TEXT
           MOVE WS-REMIT-WRITTEN-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'APPLIED IN BASE CURRENCY:' TO WS-AMT-TEXT
           MOVE WS-TOTAL-APPLIED TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF RECEIPT-PRESENT
              CLOSE RECEIPT-IN
           END-IF
           IF PAYXREF-OPEN
              CLOSE PAYXREF-IN
           END-IF
           CLOSE REMIT-FILE
           CLOSE UNAPPLIED-OUT
           CLOSE PRINT-OUT

           DISPLAY 'LEDGER STATEMENTS READ: ' WS-LEDGER-READ-COUNT
           DISPLAY 'KEYED REMITTANCES ALLOWED FOR: '
              WS-KEYED-REMIT-COUNT
           DISPLAY 'RECEIPTS READ: ' WS-RECEIPT-COUNT
           DISPLAY 'MATCHED ON EXACT AMOUNT: ' WS-EXACT-COUNT
           DISPLAY 'ALLOCATED OLDEST FIRST: ' WS-OLDEST-COUNT
           DISPLAY 'UNAPPLIED RECEIPTS: ' WS-UNAPPLIED-COUNT
           DISPLAY 'REMITTANCES WRITTEN: ' WS-REMIT-WRITTEN-COUNT.

       5000-APPLY-TO-STATEMENT.
           SUBTRACT WS-APPLIED FROM LG-OUTSTANDING(WS-PICK-SUB)
           MOVE WS-PARTNER TO RM-PARTNER
           MOVE LG-STMT-DATE(WS-PICK-SUB) TO RM-STMT-DATE
           MOVE WS-APPLIED TO RM-AMOUNT
           WRITE REMIT-RECORD
           IF NOT REMIT-OK
              DISPLAY '** REMITTXN WRITE IS NOT OK **'
              DISPLAY '** REMITTXN: ' WS-REMIT-STATUS
              MOVE '5000-APPLY-TO-STATEMENT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-REMIT-WRITTEN-COUNT
           ADD WS-APPLIED TO WS-TOTAL-APPLIED

           PERFORM 5200-SET-RECEIPT-DETAIL
           MOVE LG-STMT-DATE(WS-PICK-SUB) TO WS-DET-STMT-DATE
           MOVE WS-APPLIED TO WS-DET-APPLIED
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-WRITE-UNAPPLIED.
           ADD 1 TO WS-UNAPPLIED-COUNT
           MOVE RECEIPT-RECORD TO UA-RECEIPT
           MOVE WS-PARTNER TO UA-PARTNER
           WRITE UNAPPLIED-RECORD
           IF NOT UNAPPLIED-OK
              DISPLAY '** UNAPPCSH WRITE IS NOT OK **'
              DISPLAY '** UNAPPCSH: ' WS-UNAPPLIED-STATUS
              MOVE '5100-WRITE-UNAPPLIED' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           PERFORM 5200-SET-RECEIPT-DETAIL
           MOVE 0 TO WS-DET-STMT-DATE
           MOVE 0 TO WS-DET-APPLIED
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-SET-RECEIPT-DETAIL.
           MOVE BK-PAYER-REF TO WS-DET-PAYER-REF
           MOVE WS-PARTNER TO WS-DET-PARTNER
           MOVE BK-VALUE-DATE TO WS-DET-VALUE-DATE
           MOVE BK-CURRENCY TO WS-DET-CURRENCY
           MOVE BK-AMOUNT TO WS-DET-RECEIVED.

       9999-ABEND.
           MOVE 'REMITMCH' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
