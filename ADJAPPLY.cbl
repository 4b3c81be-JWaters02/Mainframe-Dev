      *  Function    : RELEASE APPROVED ADJUSTMENTS FROM THE PENDING-  *
      *                ADJUSTMENTS FILE BACK INTO THE CHAIN: EACH      *
      *                APPROVED RECORD IS RECONSTITUTED AS A 25-BYTE   *
      *                MOVEMENT ON THE ADJREL FILE THAT EX3 APPENDS TO *
      *                ITS ACCEPTED STREAM ON THE NEXT RUN, AND MARKED *
      *                APPLIED ON ADJPENDN (COPIED BACK OVER ADJPEND   *
      *                BY THE NEXT JOB STEP). PRINTS AN APPLIED        *
      *                REGISTER CARRYING THE APPROVING OPERATOR - THE  *
      *                SAME SHAPE AS PRCAPPLY. APPROVED CYCLE-COUNT    *
      *                VARIANCES (REASON CG OR CL, HELD BY CYCCNT) ARE *
      *                NOT RELEASED TO ADJREL; THEY ARE POSTED         *
      *                STRAIGHT TO THE STOCKLDG LEDGER (GAINS UP,      *
      *                LOSSES DOWN), VALUED FROM ITEMMAST AND APPENDED *
      *                TO THE SHRKHIST SHRINKAGE HISTORY AND THE       *
      *                STKJRNL STOCK JOURNAL (TYPE C). A RUN CLAIMS    *
      *                THE STOCKLDG LOCK ON THE MSTLOCK CONTROL FILE   *
      *                AND ENDS WITH RETURN CODE 8, UPDATING NOTHING,  *
      *                WHILE THE DRIVER CHAIN OR ANOTHER JOB HOLDS IT. *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT ADJREL-OUT ASSIGN TO ADJREL
           FILE STATUS IS WS-ADJREL-OUT-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT SHRKHIST-OUT ASSIGN TO SHRKHIST
           FILE STATUS IS WS-SHRKHIST-STATUS.
           SELECT STKJRNL-OUT ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO ADJARPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
      *
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 PEND-OUT-RECORD                    PIC X(60).
      *
       FD ADJREL-OUT
           BLOCK CONTAINS 0 RECORDS
           05 REL-PRICE                      PIC 9(5)V99.
           05 REL-QUANTITY                   PIC 9(3).
           05 REL-MOVEMENT-TYPE              PIC X(1).
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD SHRKHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 76 CHARACTERS.
           COPY SHRKHSTR.
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
           88 PEND-OUT-OK                    VALUE "00".
       01 WS-ADJREL-OUT-STATUS               PIC X(2).
           88 ADJREL-OUT-OK                  VALUE "00".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-SHRKHIST-STATUS                 PIC X(2).
           88 SHRKHIST-OK                    VALUE "00".
           88 SHRKHIST-NOT-FOUND             VALUE "35".
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
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-STOCK-FOUND                     PIC X VALUE 'N'.
           88 STOCK-FOUND                    VALUE 'Y'.
      *
      * Count variance being posted...
      *
       01 WS-BOOK-QTY                        PIC S9(9) VALUE 0.
       01 WS-VARIANCE-QTY                    PIC S9(9) VALUE 0.
       01 WS-BALANCE-AFTER                   PIC S9(9) VALUE 0.
       01 WS-RETAIL-PRICE                    PIC 9(5)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-PEND-READ-COUNT                 PIC 9(5) VALUE 0.
       01 WS-RELEASED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-COUNT-POSTED-COUNT              PIC 9(5) VALUE 0.
      *
      * Messages...
      *
             10 FILLER                       PIC X(61)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1050-CLAIM-MASTER-LOCK

           OPEN INPUT PEND-IN
           IF NOT PEND-IN-OK
              DISPLAY '** PEND-IN FILE IS NOT OK **'
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

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND SHRKHIST-OUT
           IF SHRKHIST-NOT-FOUND
              OPEN OUTPUT SHRKHIST-OUT
           END-IF
           IF NOT SHRKHIST-OK
              DISPLAY '** SHRKHIST FILE IS NOT OK **'
              DISPLAY '** SHRKHIST: ' WS-SHRKHIST-STATUS
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

           PERFORM 4000-READ-PEND-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The ledger is left alone while the nightly chain or
      *    another posting run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'ADJAPPLY' TO MK-PROGRAM-ID
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

       2000-MAIN-PROCESS.
           IF PEND-IN-OK
              ADD 1 TO WS-PEND-READ-COUNT

              IF ADJ-APPROVED
                 IF ADJ-COUNT-VARIANCE
                    PERFORM 2200-POST-COUNT-VARIANCE
                 ELSE
                    PERFORM 2100-RELEASE-ONE
                 END-IF
              END-IF

              MOVE ADJ-PEND-RECORD TO PEND-OUT-RECORD

           MOVE 'D' TO ADJ-STATUS

           PERFORM 5000-WRITE-DETAIL.

       2200-POST-COUNT-VARIANCE.
      *    An 'A' movement on ADJREL can only add stock, so an
      *    approved count variance goes straight onto the ledger.
           ADD 1 TO WS-COUNT-POSTED-COUNT
           IF ADJ-COUNT-LOSS
              COMPUTE WS-VARIANCE-QTY = 0 - ADJ-QUANTITY
           ELSE
              MOVE ADJ-QUANTITY TO WS-VARIANCE-QTY
           END-IF

           MOVE ADJ-ITEM TO STK-ITEM
           MOVE ADJ-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 'N' TO WS-STOCK-FOUND
                 MOVE 0 TO WS-BOOK-QTY
              NOT INVALID KEY
                 MOVE 'Y' TO WS-STOCK-FOUND
                 MOVE STK-ON-HAND TO WS-BOOK-QTY
           END-READ
           COMPUTE WS-BALANCE-AFTER = WS-BOOK-QTY + WS-VARIANCE-QTY

           IF STOCK-FOUND
              MOVE WS-BALANCE-AFTER TO STK-ON-HAND
              MOVE WS-RUN-DATE TO STK-LAST-MOVE-DATE
              REWRITE STOCK-RECORD
              IF NOT STOCK-OK
                 DISPLAY '** STOCK-LEDGER REWRITE IS NOT OK **'
                 DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                 MOVE '2200-POST-COUNT-VARIANCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           ELSE
              MOVE ADJ-ITEM TO STK-ITEM
              MOVE ADJ-BRANCH TO STK-BRANCH
              MOVE WS-BALANCE-AFTER TO STK-ON-HAND
              MOVE WS-RUN-DATE TO STK-LAST-MOVE-DATE
              WRITE STOCK-RECORD
              IF NOT STOCK-OK
                 DISPLAY '** STOCK-LEDGER WRITE IS NOT OK **'
                 DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                 MOVE '2200-POST-COUNT-VARIANCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           MOVE ADJ-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 0 TO WS-RETAIL-PRICE
              NOT INVALID KEY
                 MOVE ITEM-STD-RETAIL TO WS-RETAIL-PRICE
           END-READ

           PERFORM 2300-WRITE-HISTORY

           PERFORM 2350-WRITE-JOURNAL

           MOVE 'D' TO ADJ-STATUS

           PERFORM 5000-WRITE-DETAIL.

       2300-WRITE-HISTORY.
      *    The book and counted fields of an approved entry carry
      *    the ledger balance before and after the posting.
           MOVE ADJ-LOAD-DATE TO SH-COUNT-DATE
           MOVE ADJ-BRANCH TO SH-BRANCH
           MOVE ADJ-ITEM TO SH-ITEM
           MOVE WS-BOOK-QTY TO SH-BOOK-QTY
           IF WS-BALANCE-AFTER < 0
              MOVE 0 TO SH-COUNTED-QTY
           ELSE
              MOVE WS-BALANCE-AFTER TO SH-COUNTED-QTY
           END-IF
           MOVE WS-VARIANCE-QTY TO SH-VARIANCE-QTY
           COMPUTE SH-COST-VALUE ROUNDED =
              WS-VARIANCE-QTY * ADJ-PRICE
           COMPUTE SH-RETAIL-VALUE ROUNDED =
              WS-VARIANCE-QTY * WS-RETAIL-PRICE
           MOVE 'A' TO SH-STATUS
           MOVE WS-RUN-DATE TO SH-POST-DATE
           WRITE SHRINK-HIST-RECORD
           IF NOT SHRKHIST-OK
              DISPLAY '** SHRKHIST WRITE IS NOT OK **'
              DISPLAY '** SHRKHIST: ' WS-SHRKHIST-STATUS
              MOVE '2300-WRITE-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2350-WRITE-JOURNAL.
           MOVE ADJ-ITEM TO SJ-ITEM
           MOVE ADJ-BRANCH TO SJ-BRANCH
           SET SJ-COUNT-VARIANCE TO TRUE
           MOVE WS-VARIANCE-QTY TO SJ-QUANTITY
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BOOK-QTY TO SJ-BALANCE-BEFORE
           MOVE WS-BALANCE-AFTER TO SJ-BALANCE-AFTER
           MOVE 'ADJAPPLY' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2350-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'COUNT VARIANCES POSTED:   ' TO WS-TOT-TEXT
           MOVE WS-COUNT-POSTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE PEND-IN
           CLOSE PEND-OUT
           CLOSE ADJREL-OUT
           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           CLOSE SHRKHIST-OUT
           CLOSE STKJRNL-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'PENDING ADJUSTMENTS READ: ' WS-PEND-READ-COUNT
           DISPLAY 'ADJUSTMENTS RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'COUNT VARIANCES POSTED: ' WS-COUNT-POSTED-COUNT.

       4000-READ-PEND-IN.
           IF NOT PEND-IN-EOF
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
           MOVE ADJ-ITEM TO WS-DET-ITEM
           MOVE ADJ-BRANCH TO WS-DET-BRANCH
           MOVE ADJ-REASON TO WS-DET-REASON
           MOVE ADJ-QUANTITY TO WS-DET-QTY
           MOVE ADJ-APPROVER TO WS-DET-APPROVER
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'ADJAPPLY' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'ADJAPPLY' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
