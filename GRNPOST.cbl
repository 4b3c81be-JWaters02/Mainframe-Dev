       IDENTIFICATION DIVISION.
       PROGRAM-ID.   GRNPOST.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : GOODS RECEIPTING                                *
      *                                                                *
      *  Function    : POST SUPPLIER DELIVERY NOTES (DELIVNOT) AGAINST *
      *                THE OPENPO OPEN PURCHASE-ORDER LINES POGEN      *
      *                RAISED. EACH NOTE LINE NAMES THE PO NUMBER,     *
      *                ITEM AND RECEIVING BRANCH; THE RECEIVED         *
      *                QUANTITY IS ADDED TO THE STOCKLDG POSITION,     *
      *                JOURNALLED ON STKJRNL AS A GOODS-RECEIVED (G)   *
      *                MOVEMENT, AND TAKEN OFF THE LINE'S OUTSTANDING  *
      *                QUANTITY. A PART DELIVERY LEAVES THE LINE OPEN; *
      *                THE LINE IS CLOSED WHEN NOTHING IS OUTSTANDING. *
      *                NOTES FOR AN UNKNOWN OR ALREADY COMPLETE LINE,  *
      *                OR FOR MORE THAN IS OUTSTANDING, ARE REJECTED   *
      *                UNPOSTED. EVERY NOTE LINE IS LISTED ON THE      *
      *                GRNREG RECEIPT REGISTER WITH ITS OUTCOME. A RUN *
      *                CLAIMS THE STOCKLDG LOCK ON THE MSTLOCK CONTROL *
      *                FILE AND ENDS WITH RETURN CODE 8, UPDATING      *
      *                NOTHING, WHILE THE DRIVER CHAIN OR ANOTHER JOB  *
      *                HOLDS IT.                                       *
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
           SELECT DELIVERY-IN ASSIGN TO DELIVNOT
           FILE STATUS IS WS-DELIVERY-IN-STATUS.
           SELECT OPENPO-FILE ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT STKJRNL-OUT ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO GRNREG
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD DELIVERY-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 41 CHARACTERS.
       01 DELIVERY-RECORD.
           05 DN-PO-NUMBER                   PIC 9(6).
           05 DN-ITEM                        PIC X(6).
           05 DN-BRANCH                      PIC X(4).
           05 DN-QUANTITY                    PIC 9(7).
           05 DN-DELIVERY-DATE               PIC 9(8).
           05 DN-NOTE-REF                    PIC X(10).
      *
       FD OPENPO-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD STKJRNL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
           COPY STKJRNR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
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
       01 WS-DELIVERY-IN-STATUS              PIC X(2).
           88 DELIVERY-IN-OK                 VALUE "00".
           88 DELIVERY-IN-EOF                VALUE "10".
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NOT-FOUND               VALUE "23".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-REJECT-REASON                   PIC X(25) VALUE SPACES.
       01 WS-BALANCE-BEFORE                  PIC S9(9) VALUE 0.
       01 WS-BALANCE-AFTER                   PIC S9(9) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT                    PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-COMPLETED-COUNT                 PIC 9(7) VALUE 0.
       01 WS-PART-COUNT                      PIC 9(7) VALUE 0.
       01 WS-RECEIVED-UNITS                  PIC 9(11) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'GOODS RECEIPT REGISTER'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'ORDER'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(12)   VALUE
                'NOTE-REF'.
             10 FILLER                       PIC X(10)   VALUE
                '  RECEIVED'.
             10 FILLER                       PIC X(12)   VALUE
                ' OUTSTANDING'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(32)   VALUE
                'OUTCOME'.
          05 WS-DETAIL-LINE.
             10 WS-DET-ORDER                 PIC 9(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-NOTE-REF              PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RECEIVED              PIC Z(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OUTSTANDING           PIC Z(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OUTCOME               PIC X(25).
             10 FILLER                       PIC X(7)    VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(30).
             10 WS-TOT-VALUE                 PIC Z(10)9.
             10 FILLER                       PIC X(51)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-RECEIPT-ONE-LINE UNTIL DELIVERY-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1050-CLAIM-MASTER-LOCK

           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           OPEN INPUT DELIVERY-IN
           IF NOT DELIVERY-IN-OK
              DISPLAY '** DELIVERY-IN FILE IS NOT OK **'
              DISPLAY '** DELIVERY-IN: ' WS-DELIVERY-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O OPENPO-FILE
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-FILE IS NOT OK **'
              DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O STOCK-LEDGER
           IF STOCK-NO-FILE
              OPEN OUTPUT STOCK-LEDGER
              IF STOCK-OK
                 CLOSE STOCK-LEDGER
                 OPEN I-O STOCK-LEDGER
              END-IF
           END-IF
           IF NOT STOCK-OK
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND STKJRNL-OUT
           IF STKJRNL-NOT-FOUND
              OPEN OUTPUT STKJRNL-OUT
           END-IF
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL FILE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
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
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-DELIVERY-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The ledger is left alone while the nightly chain or
      *    another posting run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'GRNPOST' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** STOCKLDG IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-RECEIPT-ONE-LINE.
           IF DELIVERY-IN-OK
              ADD 1 TO WS-READ-COUNT
              MOVE SPACES TO WS-REJECT-REASON
              PERFORM 2100-VALIDATE-LINE
              IF WS-REJECT-REASON = SPACES
                 PERFORM 2200-POST-RECEIPT
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 MOVE WS-REJECT-REASON TO WS-DET-OUTCOME
                 PERFORM 5000-WRITE-DETAIL
              END-IF
           END-IF

           PERFORM 4000-READ-DELIVERY-IN.

       2100-VALIDATE-LINE.
           MOVE 0 TO OP-OUTSTANDING-QTY
           IF DN-PO-NUMBER NOT NUMERIC
              OR DN-QUANTITY NOT NUMERIC
              OR DN-QUANTITY = 0
              MOVE 'INVALID NOTE LINE' TO WS-REJECT-REASON
           ELSE
              MOVE DN-PO-NUMBER TO OP-PO-NUMBER
              MOVE DN-ITEM TO OP-ITEM
              MOVE DN-BRANCH TO OP-BRANCH
              READ OPENPO-FILE
                 INVALID KEY
                    MOVE 0 TO OP-OUTSTANDING-QTY
                    MOVE 'NO SUCH ORDER LINE' TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF OP-COMPLETE
                       MOVE 'ORDER LINE ALREADY CLOSED'
                          TO WS-REJECT-REASON
                    ELSE
                       IF DN-QUANTITY > OP-OUTSTANDING-QTY
                          MOVE 'MORE THAN OUTSTANDING'
                             TO WS-REJECT-REASON
                       END-IF
                    END-IF
              END-READ
              IF NOT OPENPO-OK AND NOT OPENPO-NOT-FOUND
                 DISPLAY '** OPENPO-FILE READ IS NOT OK **'
                 DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
                 MOVE '2100-VALIDATE-LINE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2200-POST-RECEIPT.
      *    Stock first, then the order line, so a failure between the
      *    two leaves the line still showing the quantity due.
           PERFORM 2300-APPLY-TO-LEDGER

           ADD DN-QUANTITY TO OP-RECEIVED-QTY
           SUBTRACT DN-QUANTITY FROM OP-OUTSTANDING-QTY
           MOVE DN-DELIVERY-DATE TO OP-LAST-RECEIPT-DATE
           IF OP-OUTSTANDING-QTY = 0
              SET OP-COMPLETE TO TRUE
              ADD 1 TO WS-COMPLETED-COUNT
              MOVE 'RECEIVED - LINE CLOSED' TO WS-DET-OUTCOME
           ELSE
              SET OP-PART-RECEIVED TO TRUE
              ADD 1 TO WS-PART-COUNT
              MOVE 'RECEIVED - PART DELIVERY' TO WS-DET-OUTCOME
           END-IF
           REWRITE OPEN-ORDER-RECORD
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-FILE REWRITE IS NOT OK **'
              DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
              MOVE '2200-POST-RECEIPT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           ADD 1 TO WS-POSTED-COUNT
           ADD DN-QUANTITY TO WS-RECEIVED-UNITS
           PERFORM 5000-WRITE-DETAIL.

       2300-APPLY-TO-LEDGER.
           MOVE DN-ITEM TO STK-ITEM
           MOVE DN-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 0 TO WS-BALANCE-BEFORE
                 MOVE DN-ITEM TO STK-ITEM
                 MOVE DN-BRANCH TO STK-BRANCH
                 MOVE DN-QUANTITY TO STK-ON-HAND
                 MOVE WS-BUSINESS-DATE TO STK-LAST-MOVE-DATE
                 WRITE STOCK-RECORD
                 IF NOT STOCK-OK
                    DISPLAY '** STOCK-LEDGER WRITE IS NOT OK **'
                    DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                    MOVE '2300-APPLY-TO-LEDGER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              NOT INVALID KEY
                 MOVE STK-ON-HAND TO WS-BALANCE-BEFORE
                 ADD DN-QUANTITY TO STK-ON-HAND
                 MOVE WS-BUSINESS-DATE TO STK-LAST-MOVE-DATE
                 REWRITE STOCK-RECORD
                 IF NOT STOCK-OK
                    DISPLAY '** STOCK-LEDGER REWRITE IS NOT OK **'
                    DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                    MOVE '2300-APPLY-TO-LEDGER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ

           PERFORM 2400-WRITE-JOURNAL.

       2400-WRITE-JOURNAL.
           MOVE DN-ITEM TO SJ-ITEM
           MOVE DN-BRANCH TO SJ-BRANCH
           SET SJ-GOODS-RECEIVED TO TRUE
           MOVE DN-QUANTITY TO SJ-QUANTITY
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BALANCE-BEFORE TO SJ-BALANCE-BEFORE
           COMPUTE WS-BALANCE-AFTER =
              WS-BALANCE-BEFORE + DN-QUANTITY
           MOVE WS-BALANCE-AFTER TO SJ-BALANCE-AFTER
           MOVE 'GRNPOST' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2400-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'NOTE LINES READ' TO WS-TOT-LABEL
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'NOTE LINES POSTED' TO WS-TOT-LABEL
           MOVE WS-POSTED-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE '  ORDER LINES CLOSED' TO WS-TOT-LABEL
           MOVE WS-COMPLETED-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE '  ORDER LINES LEFT OPEN' TO WS-TOT-LABEL
           MOVE WS-PART-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'NOTE LINES REJECTED' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'UNITS RECEIVED INTO STOCK' TO WS-TOT-LABEL
           MOVE WS-RECEIVED-UNITS TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL

           CLOSE DELIVERY-IN
           CLOSE OPENPO-FILE
           CLOSE STOCK-LEDGER
           CLOSE STKJRNL-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'DELIVERY NOTE LINES READ: ' WS-READ-COUNT
           DISPLAY 'RECEIPTS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'RECEIPTS REJECTED: ' WS-REJECTED-COUNT

      *    Rejected notes need a buyer to look at them before the
      *    goods can be booked in.
           IF WS-REJECTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-READ-DELIVERY-IN.
           IF NOT DELIVERY-IN-EOF
               READ DELIVERY-IN
               IF NOT DELIVERY-IN-OK AND NOT DELIVERY-IN-EOF
                  DISPLAY '** DELIVERY-IN FILE IS NOT OK **'
                  DISPLAY '** READ DELIVERY-IN: ' DELIVERY-RECORD
                  MOVE '4000-READ-DELIVERY-IN' TO EL-PARAGRAPH
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

       5000-WRITE-DETAIL.
           MOVE DN-PO-NUMBER TO WS-DET-ORDER
           MOVE DN-ITEM TO WS-DET-ITEM
           MOVE DN-BRANCH TO WS-DET-BRANCH
           MOVE DN-NOTE-REF TO WS-DET-NOTE-REF
           MOVE DN-QUANTITY TO WS-DET-RECEIVED
           MOVE OP-OUTSTANDING-QTY TO WS-DET-OUTSTANDING
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'GRNPOST' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'GRNPOST' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
