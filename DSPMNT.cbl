       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSPMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SETTLEMENT DISPUTE MAINTENANCE                  *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF RAISE, CHANGE AND   *
      *                RESOLVE ENTRIES AGAINST THE DISPREG SETTLEMENT  *
      *                DISPUTE REGISTER, KEYED ON PARTNER AND THE      *
      *                STMTLEDG STATEMENT DATE IN DISPUTE. EVERY ENTRY *
      *                CARRIES THE OPERATOR WHO KEYED IT, VALIDATED    *
      *                AGAINST OPERSEC - ANY ACTIVE OPERATOR MAY RAISE *
      *                OR AMEND A DISPUTE, A SUPERVISOR MUST RESOLVE   *
      *                ONE AS UPHELD, WITHDRAWN OR CREDITED. A DISPUTE *
      *                MUST BE AGAINST AN UNPAID STATEMENT ON THE      *
      *                LEDGER AND NOT EXCEED IT. A CREDITED DISPUTE    *
      *                POSTS AN OPEN CREDIT NOTE FOR THE DISPUTED      *
      *                AMOUNT TO STMTLEDG. WRITES BEFORE/AFTER IMAGES  *
      *                TO AN AUDIT FILE AND AN APPLIED/REJECTED        *
      *                MAINTENANCE REPORT.                             *
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
           SELECT DSPTXN-IN ASSIGN TO DSPTXN
           FILE STATUS IS WS-DSPTXN-IN-STATUS.
           SELECT DISPREG-MAST ASSIGN TO DISPREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPREG-MAST-STATUS.
           SELECT OPERSEC-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPERSEC-STATUS.
           SELECT STMTLEDG-FILE ASSIGN TO STMTLEDG
           FILE STATUS IS WS-STMTLEDG-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO DSPAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO DSPMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD DSPTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 63 CHARACTERS.
       01 DSPTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-RAISE                    VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-RESOLVE                  VALUE 'R'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'R'.
           05 TX-KEY.
              10 TX-PARTNER                  PIC X(2).
              10 TX-STMT-DATE                PIC 9(8).
           05 TX-AMOUNT                      PIC 9(11)V99.
           05 TX-REASON                      PIC X(30).
           05 TX-OPERATOR                    PIC X(8).
           05 TX-RESOLUTION                  PIC X(1).
              88 TX-RESOLUTION-VALID         VALUE 'U', 'W', 'C'.
              88 TX-CREDITED                 VALUE 'C'.
      *
       FD DISPREG-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS.
           COPY DISPREGR.
      *
       FD OPERSEC-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       FD STMTLEDG-FILE
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
              88 SL-CREDIT-NOTE              VALUE 'C', 'U'.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 183 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(10).
           05 AUD-BEFORE-IMAGE               PIC X(86).
           05 AUD-AFTER-IMAGE                PIC X(86).
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
       01 WS-DSPTXN-IN-STATUS                PIC X(2).
           88 DSPTXN-IN-OK                   VALUE "00".
           88 DSPTXN-IN-EOF                  VALUE "10".
       01 WS-DISPREG-MAST-STATUS             PIC X(2).
           88 DISPREG-MAST-OK                VALUE "00".
           88 DISPREG-MAST-NOT-FOUND         VALUE "23".
           88 DISPREG-MAST-NO-FILE           VALUE "35".
           88 DISPREG-MAST-DUP-KEY           VALUE "22".
       01 WS-OPERSEC-STATUS                  PIC X(2).
           88 OPERSEC-OK                     VALUE "00".
           88 OPERSEC-NOT-FOUND              VALUE "23".
       01 WS-STMTLEDG-STATUS                 PIC X(2).
           88 STMTLEDG-OK                    VALUE "00".
           88 STMTLEDG-EOF                   VALUE "10".
           88 STMTLEDG-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-PARTNER               PIC X(2).
          05 WS-SEARCH-DATE                  PIC 9(8).
      *
      * Counters...
      *
       01 WS-TXN-COUNT                       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-CREDIT-COUNT                    PIC 9(5) VALUE 0.
      *
      * The settlement ledger's statements, to prove a dispute is
      * raised against one that is there and not already paid...
      *
       01 STATEMENT-TABLE.
          05 ST-ENTRIES                      PIC 9(5) VALUE 0.
          05 STATEMENT-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON ST-ENTRIES
            INDEXED BY ST.
            10 ST-KEY.
               15 ST-PARTNER                 PIC X(2).
               15 ST-STMT-DATE               PIC 9(8).
            10 ST-STMT-VALUE                 PIC 9(11)V99.
            10 ST-STATUS                     PIC X(1).
      *
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(86) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'SETTLEMENT DISPUTE MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'PARTNER'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'STMT-DTE'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'OPERATOR'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-PARTNER               PIC X(7).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DATE                  PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OPERATOR              PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL DSPTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1100-LOAD-STATEMENTS

           PERFORM 6000-OPEN-DSPTXN-IN

           PERFORM 6100-OPEN-DISPREG-MAST

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           PERFORM 6400-OPEN-OPERSEC-IN

           PERFORM 6500-OPEN-STMT-LEDGER

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-DSPTXN-IN.

       1100-LOAD-STATEMENTS.
           OPEN INPUT STMTLEDG-FILE
           IF STMTLEDG-NOT-FOUND
              DISPLAY '** WARNING: NO SETTLEMENT LEDGER - DISPUTES '
                 'CANNOT BE RAISED **'
           ELSE
              IF NOT STMTLEDG-OK
                 DISPLAY '** STMTLEDG FILE IS NOT OK **'
                 DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
                 MOVE '1100-LOAD-STATEMENTS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-LOAD-ONE-STATEMENT UNTIL STMTLEDG-EOF
              CLOSE STMTLEDG-FILE
           END-IF.

       1110-LOAD-ONE-STATEMENT.
           READ STMTLEDG-FILE
              AT END CONTINUE
           END-READ
           IF STMTLEDG-OK AND NOT SL-CREDIT-NOTE
              IF ST-ENTRIES = 5000
                 DISPLAY '** STATEMENT TABLE FULL **'
                 MOVE '1110-LOAD-ONE-STATEMENT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO ST-ENTRIES
              MOVE SL-PARTNER TO ST-PARTNER(ST-ENTRIES)
              MOVE SL-STMT-DATE TO ST-STMT-DATE(ST-ENTRIES)
              MOVE SL-STMT-VALUE TO ST-STMT-VALUE(ST-ENTRIES)
              MOVE SL-STATUS TO ST-STATUS(ST-ENTRIES)
           END-IF.

       2000-MAIN-PROCESS.
           IF DSPTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-DSPTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              WHEN TX-PARTNER = SPACES
                 OR TX-PARTNER = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'PARTNER MISSING' TO WS-REJECT-REASON
              WHEN TX-STMT-DATE NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID STATEMENT DATE' TO WS-REJECT-REASON
           END-EVALUATE
           IF TXN-VALID
              PERFORM 2150-CHECK-OPERATOR-AUTH
           END-IF
           IF TXN-VALID AND NOT TX-RESOLVE
              EVALUATE TRUE
                 WHEN TX-AMOUNT NOT NUMERIC
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'NON-NUMERIC AMOUNT' TO WS-REJECT-REASON
                 WHEN TX-AMOUNT = 0
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'AMOUNT MUST BE ABOVE ZERO' TO WS-REJECT-REASON
                 WHEN TX-REASON = SPACES
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'REASON MISSING' TO WS-REJECT-REASON
                 WHEN OTHER
                    PERFORM 2170-CHECK-STATEMENT
              END-EVALUATE
           END-IF
           IF TXN-VALID AND TX-RESOLVE
              IF NOT TX-RESOLUTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID RESOLUTION CODE' TO WS-REJECT-REASON
              END-IF
           END-IF.

       2150-CHECK-OPERATOR-AUTH.
      *    Any active operator on OPERSEC may raise or amend a
      *    dispute; resolving one - agreeing not to collect, or
      *    giving credit - takes a supervisor, as PRCREVW
      *    requires for a large price movement.
           MOVE TX-OPERATOR TO OPER-ID
           READ OPERSEC-IN
              INVALID KEY
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'OPERATOR NOT ON OPERSEC' TO WS-REJECT-REASON
              NOT INVALID KEY
                 IF NOT OPER-ACTIVE
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'OPERATOR NOT ACTIVE' TO WS-REJECT-REASON
                 ELSE
                    IF TX-RESOLVE AND NOT OPER-SUPERVISOR
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'SUPERVISOR MUST RESOLVE'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-READ.

       2170-CHECK-STATEMENT.
           MOVE TX-PARTNER TO WS-SEARCH-PARTNER
           MOVE TX-STMT-DATE TO WS-SEARCH-DATE
           SET ST TO 1
           SEARCH STATEMENT-TABLE-ENTRY
              AT END
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'STATEMENT NOT ON LEDGER' TO WS-REJECT-REASON
              WHEN ST-KEY(ST) = WS-SEARCH-KEY
                 IF ST-STATUS(ST) = 'P'
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'STATEMENT ALREADY PAID' TO WS-REJECT-REASON
                 ELSE
                    IF TX-AMOUNT > ST-STMT-VALUE(ST)
                       MOVE 'N' TO WS-TXN-VALID
                       MOVE 'AMOUNT EXCEEDS STATEMENT'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-SEARCH.

       2200-APPLY-TXN.
           EVALUATE TRUE
              WHEN TX-RAISE
                 PERFORM 2210-APPLY-RAISE
              WHEN TX-CHANGE
                 PERFORM 2220-APPLY-CHANGE
              WHEN TX-RESOLVE
                 PERFORM 2230-APPLY-RESOLVE
           END-EVALUATE.

       2210-APPLY-RAISE.
           MOVE TX-PARTNER TO DSP-PARTNER
           MOVE TX-STMT-DATE TO DSP-STMT-DATE
           MOVE TX-AMOUNT TO DSP-AMOUNT
           MOVE TX-REASON TO DSP-REASON
           MOVE TX-OPERATOR TO DSP-RAISED-BY
           MOVE WS-BUSINESS-DATE TO DSP-RAISED-DATE
           MOVE 'O' TO DSP-STATUS
           MOVE SPACES TO DSP-RESOLVED-BY
           MOVE 0 TO DSP-RESOLVED-DATE
           WRITE DISPUTE-RECORD
           IF DISPREG-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF DISPREG-MAST-DUP-KEY
                 MOVE 'DISPUTE ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** DISPREG-MAST WRITE IS NOT OK **'
                 DISPLAY '** DISPREG-MAST: ' WS-DISPREG-MAST-STATUS
                 MOVE '2210-APPLY-RAISE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO DSP-KEY
           READ DISPREG-MAST
              INVALID KEY
                 MOVE 'DISPUTE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 IF NOT DSP-OPEN
                    MOVE 'DISPUTE NO LONGER OPEN' TO WS-REJECT-REASON
                    PERFORM 5100-REPORT-REJECTED
                 ELSE
                    MOVE DISPUTE-RECORD TO WS-BEFORE-IMAGE
                    MOVE TX-AMOUNT TO DSP-AMOUNT
                    MOVE TX-REASON TO DSP-REASON
                    PERFORM 2300-REWRITE-DISPUTE
                 END-IF
           END-READ.

       2230-APPLY-RESOLVE.
      *    An upheld dispute can still be credited later; withdrawn
      *    and credited are final.
           MOVE TX-KEY TO DSP-KEY
           READ DISPREG-MAST
              INVALID KEY
                 MOVE 'DISPUTE NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 IF NOT DSP-HOLDS-BALANCE
                    MOVE 'DISPUTE ALREADY CLOSED' TO WS-REJECT-REASON
                    PERFORM 5100-REPORT-REJECTED
                 ELSE
                    MOVE DISPUTE-RECORD TO WS-BEFORE-IMAGE
                    MOVE TX-RESOLUTION TO DSP-STATUS
                    MOVE TX-OPERATOR TO DSP-RESOLVED-BY
                    MOVE WS-BUSINESS-DATE TO DSP-RESOLVED-DATE
                    PERFORM 2300-REWRITE-DISPUTE
                    IF DISPREG-MAST-OK AND DSP-CREDITED
                       PERFORM 2400-POST-CREDIT-NOTE
                    END-IF
                 END-IF
           END-READ.

       2300-REWRITE-DISPUTE.
           REWRITE DISPUTE-RECORD
           IF DISPREG-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              DISPLAY '** DISPREG-MAST REWRITE IS NOT OK **'
              DISPLAY '** DISPREG-MAST: ' WS-DISPREG-MAST-STATUS
              MOVE '2300-REWRITE-DISPUTE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2400-POST-CREDIT-NOTE.
      *    The credit is dated with the disputed statement so it is
      *    never taken for a period-end rebate credit; REMITPST
      *    sets it against the partner's short payment.
           MOVE DSP-PARTNER TO SL-PARTNER
           MOVE DSP-STMT-DATE TO SL-STMT-DATE
           MOVE DSP-AMOUNT TO SL-STMT-VALUE
           MOVE 0 TO SL-PAID-VALUE
           MOVE 'C' TO SL-STATUS
           WRITE STMTLEDG-RECORD
           IF NOT STMTLEDG-OK
              DISPLAY '** STMTLEDG WRITE IS NOT OK **'
              DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
              MOVE '2400-POST-CREDIT-NOTE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-CREDIT-COUNT.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE DSPTXN-IN
           CLOSE DISPREG-MAST
           CLOSE OPERSEC-IN
           CLOSE STMTLEDG-FILE
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'CREDIT NOTES POSTED: ' WS-CREDIT-COUNT.

       4000-READ-DSPTXN-IN.
           IF NOT DSPTXN-IN-EOF
               READ DSPTXN-IN
               IF NOT DSPTXN-IN-OK AND NOT DSPTXN-IN-EOF
                  DISPLAY '** DSPTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ DSPTXN-IN: ' DSPTXN-RECORD
                  MOVE '4000-READ-DSPTXN-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       4950-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              MOVE 0 TO WS-RUN-NUMBER
           ELSE
              IF NOT RUNCTL-OK
                 DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
                 MOVE '4950-READ-RUN-CONTROL' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE TX-STMT-DATE TO WS-DET-DATE
           MOVE TX-OPERATOR TO WS-DET-OPERATOR
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           IF TX-RESOLVE
              EVALUATE TRUE
                 WHEN DSP-UPHELD
                    MOVE 'UPHELD' TO WS-DET-REASON
                 WHEN DSP-WITHDRAWN
                    MOVE 'WITHDRAWN BY PARTNER' TO WS-DET-REASON
                 WHEN DSP-CREDITED
                    MOVE 'CREDITED - CREDIT NOTE POSTED'
                       TO WS-DET-REASON
              END-EVALUATE
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-PARTNER TO WS-DET-PARTNER
           MOVE TX-STMT-DATE TO WS-DET-DATE
           MOVE TX-OPERATOR TO WS-DET-OPERATOR
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE DISPUTE-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-OUT-RECORD.

       5300-REPORT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS READ:    ' TO WS-TOT-TEXT
           MOVE WS-TXN-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS APPLIED: ' TO WS-TOT-TEXT
           MOVE WS-APPLIED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS REJECTED:' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CREDIT NOTES POSTED:  ' TO WS-TOT-TEXT
           MOVE WS-CREDIT-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6000-OPEN-DSPTXN-IN.
           OPEN INPUT DSPTXN-IN.
           IF NOT DSPTXN-IN-OK
              DISPLAY '** DSPTXN-IN FILE IS NOT OK **'
              DISPLAY '** DSPTXN-IN: ' WS-DSPTXN-IN-STATUS
              MOVE '6000-OPEN-DSPTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-DISPREG-MAST.
           OPEN I-O DISPREG-MAST.
           IF DISPREG-MAST-NO-FILE
              OPEN OUTPUT DISPREG-MAST
              IF DISPREG-MAST-OK
                 CLOSE DISPREG-MAST
                 OPEN I-O DISPREG-MAST
              END-IF
           END-IF
           IF NOT DISPREG-MAST-OK
              DISPLAY '** DISPREG-MAST FILE IS NOT OK **'
              DISPLAY '** DISPREG-MAST: ' WS-DISPREG-MAST-STATUS
              MOVE '6100-OPEN-DISPREG-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6200-OPEN-AUDIT-OUT.
           OPEN OUTPUT AUDIT-OUT.
           IF NOT AUDIT-OUT-OK
              DISPLAY '** AUDIT-OUT FILE IS NOT OK **'
              DISPLAY '** AUDIT-OUT: ' WS-AUDIT-OUT-STATUS
              MOVE '6200-OPEN-AUDIT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6300-OPEN-PRINT-OUT.
           OPEN OUTPUT PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '6300-OPEN-PRINT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6400-OPEN-OPERSEC-IN.
           OPEN INPUT OPERSEC-IN
           IF NOT OPERSEC-OK
              DISPLAY '** OPERSEC FILE IS NOT OK **'
              DISPLAY '** OPERSEC: ' WS-OPERSEC-STATUS
              MOVE '6400-OPEN-OPERSEC-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6500-OPEN-STMT-LEDGER.
           OPEN EXTEND STMTLEDG-FILE
           IF STMTLEDG-NOT-FOUND
              OPEN OUTPUT STMTLEDG-FILE
           END-IF
           IF NOT STMTLEDG-OK
              DISPLAY '** STMTLEDG FILE IS NOT OK **'
              DISPLAY '** STMTLEDG: ' WS-STMTLEDG-STATUS
              MOVE '6500-OPEN-STMT-LEDGER' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       9999-ABEND.
           MOVE 'DSPMNT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
