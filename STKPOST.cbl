      *                THE LEDGER OPEN IT AT ZERO AND POST, SO A       *
      *                BRANCH TRADING AHEAD OF ITS COUNT SHOWS UP AS   *
      *                NEGATIVE STOCK ON STKRPT RATHER THAN BEING      *
      *                LOST. EVERY POSTING IS ALSO APPENDED TO THE     *
      *                STKJRNL STOCK JOURNAL WITH THE RUN NUMBER,      *
      *                BUSINESS DATE AND THE BALANCE BEFORE AND AFTER. *
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
           SELECT BALANCE-OUT ASSIGN TO BALCNT
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
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
       01 WS-POSTED-COUNT                    PIC 9(9) VALUE 0.
       01 WS-OPENED-COUNT                    PIC 9(9) VALUE 0.
       01 WS-NET-QUANTITY                    PIC S9(7) VALUE 0.
       01 WS-BALANCE-BEFORE                  PIC S9(9) VALUE 0.
       01 WS-BALANCE-AFTER                   PIC S9(9) VALUE 0.
       01 WS-JOURNAL-COUNT                   PIC 9(9) VALUE 0.
      *
       COPY ERRLOGL.

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

           PERFORM 4000-READ-BRCHOUT.

       2000-POST-ONE-MOVEMENT.
           MOVE BO-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 0 TO WS-BALANCE-BEFORE
                 MOVE BO-ITEM TO STK-ITEM
                 MOVE BO-BRANCH TO STK-BRANCH
                 MOVE WS-NET-QUANTITY TO STK-ON-HAND
                 ADD 1 TO WS-OPENED-COUNT
                 ADD 1 TO WS-POSTED-COUNT
              NOT INVALID KEY
                 MOVE STK-ON-HAND TO WS-BALANCE-BEFORE
                 ADD WS-NET-QUANTITY TO STK-ON-HAND
                 MOVE WS-BUSINESS-DATE TO STK-LAST-MOVE-DATE
                 REWRITE STOCK-RECORD
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-POSTED-COUNT
           END-READ

           PERFORM 2200-WRITE-JOURNAL.

       2200-WRITE-JOURNAL.
           MOVE BO-ITEM TO SJ-ITEM
           MOVE BO-BRANCH TO SJ-BRANCH
           MOVE BO-MOVEMENT-TYPE TO SJ-MOVEMENT-TYPE
           MOVE WS-NET-QUANTITY TO SJ-QUANTITY
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BALANCE-BEFORE TO SJ-BALANCE-BEFORE
           COMPUTE WS-BALANCE-AFTER =
              WS-BALANCE-BEFORE + WS-NET-QUANTITY
           MOVE WS-BALANCE-AFTER TO SJ-BALANCE-AFTER
           MOVE 'STKPOST' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2200-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-JOURNAL-COUNT.

       3000-END-PROCESS.
           CLOSE BRCHOUT-IN
           CLOSE STOCK-LEDGER
           CLOSE STKJRNL-OUT

           DISPLAY 'BRCHOUT RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'MOVEMENTS POSTED: ' WS-POSTED-COUNT
           DISPLAY 'LEDGER KEYS OPENED: ' WS-OPENED-COUNT
           DISPLAY 'JOURNAL ENTRIES WRITTEN: ' WS-JOURNAL-COUNT

           PERFORM 5700-WRITE-BALANCE-COUNTS.

