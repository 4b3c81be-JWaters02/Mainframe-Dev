      *  Function    : LOAD THE STOCKLDG PERPETUAL STOCK LEDGER FROM   *
      *                THE STKOPEN OPENING-BALANCE FILE (ONE RECORD    *
      *                PER ITEM AND BRANCH FROM THE PHYSICAL COUNT).   *
      *                AN EXISTING LEDGER KEY IS OVERWRITTEN WITH THE  *
      *                COUNTED BALANCE; A NEW KEY IS ADDED. A LOAD     *
      *                REPORT COUNTS RECORDS ADDED, REPLACED AND       *
      *                REJECTED. THE DIFFERENCE BETWEEN THE OLD AND    *
      *                LOADED BALANCE IS JOURNALLED TO STKJRNL AS TYPE *
      *                L SO THE JOURNAL STILL ROLLS FORWARD. A RUN     *
      *                CLAIMS THE STOCKLDG LOCK ON THE MSTLOCK CONTROL *
      *                FILE AND ENDS WITH RETURN CODE 8, UPDATING      *
      *                NOTHING, WHILE THE DRIVER CHAIN OR ANOTHER JOB  *
      *                HOLDS IT.                                       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT STKJRNL-OUT ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO STKLRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
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
       01 WS-BALANCE-BEFORE                  PIC S9(9) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
             10 FILLER                       PIC X(63)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1050-CLAIM-MASTER-LOCK

           OPEN INPUT STKOPEN-IN
           IF NOT STKOPEN-OK
              DISPLAY '** STKOPEN FILE IS NOT OK **'
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

           PERFORM 4000-READ-STKOPEN.

       1050-CLAIM-MASTER-LOCK.
      *    The ledger is left alone while the nightly chain or
      *    another posting run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'STKLOAD' TO MK-PROGRAM-ID
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

       2000-LOAD-ONE-BALANCE.
           IF STKOPEN-OK
              ADD 1 TO WS-READ-COUNT
           MOVE SO-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 0 TO WS-BALANCE-BEFORE
                 MOVE SO-ITEM TO STK-ITEM
                 MOVE SO-BRANCH TO STK-BRANCH
                 MOVE SO-ON-HAND TO STK-ON-HAND
                 END-IF
                 ADD 1 TO WS-ADDED-COUNT
              NOT INVALID KEY
                 MOVE STK-ON-HAND TO WS-BALANCE-BEFORE
                 MOVE SO-ON-HAND TO STK-ON-HAND
                 MOVE SO-COUNT-DATE TO STK-LAST-MOVE-DATE
                 REWRITE STOCK-RECORD
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-REPLACED-COUNT
           END-READ

           PERFORM 2200-WRITE-JOURNAL.

       2200-WRITE-JOURNAL.
           MOVE SO-ITEM TO SJ-ITEM
           MOVE SO-BRANCH TO SJ-BRANCH
           SET SJ-OPENING-LOAD TO TRUE
           COMPUTE SJ-QUANTITY = SO-ON-HAND - WS-BALANCE-BEFORE
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BALANCE-BEFORE TO SJ-BALANCE-BEFORE
           MOVE SO-ON-HAND TO SJ-BALANCE-AFTER
           MOVE 'STKLOAD' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2200-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           MOVE 'RECORDS READ:         ' TO WS-TOT-TEXT

           CLOSE STKOPEN-IN
           CLOSE STOCK-LEDGER
           CLOSE STKJRNL-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'OPENING BALANCES READ: ' WS-READ-COUNT
           DISPLAY 'BALANCES ADDED: ' WS-ADDED-COUNT
           DISPLAY 'BALANCES REPLACED: ' WS-REPLACED-COUNT
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

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'STKLOAD' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'STKLOAD' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
