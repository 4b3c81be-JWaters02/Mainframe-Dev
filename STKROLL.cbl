       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STKROLL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : STOCK JOURNAL ROLL-FORWARD CHECK                *
      *                                                                *
      *  Function    : PROVE THE STKJRNL STOCK JOURNAL AGAINST THE     *
      *                STOCKLDG LEDGER FOR THE PERIOD STARTING ON THE  *
      *                STKRPARM FROM-DATE (THE WHOLE JOURNAL WHEN NO   *
      *                PARAMETER IS SUPPLIED). FOR EVERY ITEM AND      *
      *                BRANCH THE OPENING BALANCE (THE LAST BALANCE    *
      *                JOURNALLED BEFORE THE PERIOD, ELSE THE BALANCE  *
      *                BEFORE THE FIRST ENTRY IN IT) PLUS THE          *
      *                JOURNALLED MOVEMENTS MUST EQUAL THE CLOSING     *
      *                LEDGER BALANCE. KEYS THAT DO NOT ROLL FORWARD   *
      *                ARE LISTED WITH THE DIFFERENCE; LEDGER          *
      *                POSITIONS NEVER JOURNALLED ARE COUNTED.         *
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
           SELECT PARM-IN ASSIGN TO STKRPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT STKJRNL-IN ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT PRINT-OUT ASSIGN TO STKRRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-FROM-DATE                 PIC 9(8).
      *
       FD STKJRNL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
           COPY STKJRNR.
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
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
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-EOF                    VALUE "10".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-STOCK-EOF                       PIC X VALUE 'N'.
           88 STOCK-EOF                      VALUE 'Y'.
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Variables...
      *
       01 WS-FROM-DATE                       PIC 9(8) VALUE 0.
       01 WS-EXPECTED                        PIC S9(9) VALUE 0.
       01 WS-LEDGER-BALANCE                  PIC S9(9) VALUE 0.
       01 WS-DIFFERENCE                      PIC S9(9) VALUE 0.
       01 WS-TAB-SUB                         PIC 9(5) VALUE 0.
      *
      * Counters and totals...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-LEDGER-COUNT                    PIC 9(7) VALUE 0.
       01 WS-CHECKED-COUNT                   PIC 9(7) VALUE 0.
       01 WS-AGREED-COUNT                    PIC 9(7) VALUE 0.
       01 WS-BREAK-COUNT                     PIC 9(7) VALUE 0.
       01 WS-UNJOURNALLED-COUNT              PIC 9(7) VALUE 0.
       01 WS-TOT-OPENING                     PIC S9(11) VALUE 0.
       01 WS-TOT-MOVEMENT                    PIC S9(11) VALUE 0.
       01 WS-TOT-EXPECTED                    PIC S9(11) VALUE 0.
       01 WS-TOT-LEDGER                      PIC S9(11) VALUE 0.
      *
      * Opening balance and period movement by item and branch...
      *
       01 ROLL-TABLE.
          05 RT-ENTRIES                      PIC 9(5) VALUE 0.
          05 ROLL-TABLE-ENTRY
            OCCURS 1 TO 20000 TIMES
            DEPENDING ON RT-ENTRIES
            INDEXED BY RT.
            10 RT-KEY.
               15 RT-ITEM                    PIC X(6).
               15 RT-BRANCH                  PIC X(4).
            10 RT-OPENING                    PIC S9(9).
            10 RT-MOVEMENT                   PIC S9(9).
            10 RT-PRIOR                      PIC X.
            10 RT-IN-PERIOD                  PIC X.
            10 RT-ON-LEDGER                  PIC X.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'STOCK JOURNAL ROLL-FORWARD CHECK'.
             10 FILLER                       PIC X(13)   VALUE
                'PERIOD FROM: '.
             10 WS-H1-FROM                   PIC 9(8).
             10 FILLER                       PIC X(31)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(6)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(10)   VALUE
                '  OPENING'.
             10 FILLER                       PIC X(11)   VALUE
                ' MOVEMENTS'.
             10 FILLER                       PIC X(10)   VALUE
                ' EXPECTED'.
             10 FILLER                       PIC X(10)   VALUE
                '   LEDGER'.
             10 FILLER                       PIC X(10)   VALUE
                '     DIFF'.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 FILLER                       PIC X(13)   VALUE 'NOTE'.
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-EXCEPTION-LINE.
             10 WS-EXC-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EXC-BRANCH                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EXC-OPENING               PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-EXC-MOVEMENT              PIC -(9)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-EXC-EXPECTED              PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-EXC-LEDGER                PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-EXC-DIFFERENCE            PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EXC-NOTE                  PIC X(13).
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(30).
             10 WS-TOT-VALUE                 PIC -(10)9.
             10 FILLER                       PIC X(51)   VALUE SPACES.
          05 WS-NO-BREAKS-MSG                PIC X(40)   VALUE
             'ALL JOURNALLED POSITIONS ROLL FORWARD'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-ACCUMULATE-ONE-ENTRY UNTIL STKJRNL-EOF

           PERFORM 2500-CHECK-ONE-POSITION UNTIL STOCK-EOF

           PERFORM 2800-CHECK-OFF-LEDGER-KEY
              VARYING WS-TAB-SUB FROM 1 BY 1
              UNTIL WS-TAB-SUB > RT-ENTRIES

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN

           OPEN INPUT STKJRNL-IN
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL FILE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT STOCK-LEDGER
           IF NOT STOCK-OK
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
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

           MOVE WS-FROM-DATE TO WS-H1-FROM
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-STKJRNL.

       2000-ACCUMULATE-ONE-ENTRY.
           IF STKJRNL-OK
              ADD 1 TO WS-READ-COUNT
              PERFORM 2100-FIND-KEY
              IF SJ-BUSINESS-DATE < WS-FROM-DATE
                 MOVE SJ-BALANCE-AFTER TO RT-OPENING(RT)
                 MOVE 'Y' TO RT-PRIOR(RT)
              ELSE
                 IF RT-IN-PERIOD(RT) = 'N'
                    AND RT-PRIOR(RT) = 'N'
                    MOVE SJ-BALANCE-BEFORE TO RT-OPENING(RT)
                 END-IF
                 MOVE 'Y' TO RT-IN-PERIOD(RT)
                 ADD SJ-QUANTITY TO RT-MOVEMENT(RT)
              END-IF
           END-IF

           PERFORM 4000-READ-STKJRNL.

       2100-FIND-KEY.
           SET RT TO 1
           SEARCH ROLL-TABLE-ENTRY
              AT END
                 IF RT-ENTRIES = 20000
                    DISPLAY '** ROLL-FORWARD TABLE FULL **'
                    MOVE '2100-FIND-KEY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RT-ENTRIES
                 SET RT TO RT-ENTRIES
                 MOVE SJ-KEY TO RT-KEY(RT)
                 MOVE 0 TO RT-OPENING(RT)
                 MOVE 0 TO RT-MOVEMENT(RT)
                 MOVE 'N' TO RT-PRIOR(RT)
                 MOVE 'N' TO RT-IN-PERIOD(RT)
                 MOVE 'N' TO RT-ON-LEDGER(RT)
              WHEN RT-KEY(RT) = SJ-KEY
                 CONTINUE
           END-SEARCH.

       2500-CHECK-ONE-POSITION.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STOCK-EOF
           END-READ
           IF NOT STOCK-EOF AND STOCK-OK
              ADD 1 TO WS-LEDGER-COUNT
              SET RT TO 1
              SEARCH ROLL-TABLE-ENTRY
                 AT END
                    ADD 1 TO WS-UNJOURNALLED-COUNT
                 WHEN RT-KEY(RT) = STK-KEY
                    MOVE 'Y' TO RT-ON-LEDGER(RT)
                    MOVE STK-ON-HAND TO WS-LEDGER-BALANCE
                    PERFORM 2600-PROVE-ONE-KEY
              END-SEARCH
           END-IF.

       2600-PROVE-ONE-KEY.
           ADD 1 TO WS-CHECKED-COUNT
           COMPUTE WS-EXPECTED = RT-OPENING(RT) + RT-MOVEMENT(RT)
           COMPUTE WS-DIFFERENCE = WS-LEDGER-BALANCE - WS-EXPECTED
           ADD RT-OPENING(RT) TO WS-TOT-OPENING
           ADD RT-MOVEMENT(RT) TO WS-TOT-MOVEMENT
           ADD WS-EXPECTED TO WS-TOT-EXPECTED
           ADD WS-LEDGER-BALANCE TO WS-TOT-LEDGER
           IF WS-DIFFERENCE = 0
              ADD 1 TO WS-AGREED-COUNT
           ELSE
              MOVE 'OUT OF BAL' TO WS-EXC-NOTE
              PERFORM 5000-WRITE-EXCEPTION
           END-IF.

       2800-CHECK-OFF-LEDGER-KEY.
      *    A journalled key with no ledger record should have
      *    rolled forward to nothing.
           SET RT TO WS-TAB-SUB
           IF RT-ON-LEDGER(RT) = 'N'
              MOVE 0 TO WS-LEDGER-BALANCE
              ADD 1 TO WS-CHECKED-COUNT
              COMPUTE WS-EXPECTED = RT-OPENING(RT) + RT-MOVEMENT(RT)
              ADD RT-OPENING(RT) TO WS-TOT-OPENING
              ADD RT-MOVEMENT(RT) TO WS-TOT-MOVEMENT
              ADD WS-EXPECTED TO WS-TOT-EXPECTED
              IF WS-EXPECTED = 0
                 ADD 1 TO WS-AGREED-COUNT
              ELSE
                 COMPUTE WS-DIFFERENCE = 0 - WS-EXPECTED
                 MOVE 'NOT ON LEDGER' TO WS-EXC-NOTE
                 PERFORM 5000-WRITE-EXCEPTION
              END-IF
           END-IF.

       3000-END-PROCESS.
           IF WS-BREAK-COUNT = 0
              MOVE WS-NO-BREAKS-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           PERFORM 5100-WRITE-TOTALS

           CLOSE STKJRNL-IN
           CLOSE STOCK-LEDGER
           CLOSE PRINT-OUT

           DISPLAY 'JOURNAL ENTRIES READ: ' WS-READ-COUNT
           DISPLAY 'LEDGER POSITIONS READ: ' WS-LEDGER-COUNT
           DISPLAY 'POSITIONS PROVED: ' WS-CHECKED-COUNT
           DISPLAY 'POSITIONS OUT OF BALANCE: ' WS-BREAK-COUNT
           DISPLAY 'LEDGER POSITIONS NOT JOURNALLED: '
              WS-UNJOURNALLED-COUNT

           IF WS-BREAK-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-READ-STKJRNL.
           IF NOT STKJRNL-EOF
               READ STKJRNL-IN
               IF NOT STKJRNL-OK AND NOT STKJRNL-EOF
                  DISPLAY '** STKJRNL FILE IS NOT OK **'
                  DISPLAY '** READ STKJRNL: ' STOCK-JOURNAL-RECORD
                  MOVE '4000-READ-STKJRNL' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK AND PARM-FROM-DATE NUMERIC
                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
              END-IF
              CLOSE PARM-IN
           END-IF.

       5000-WRITE-EXCEPTION.
           ADD 1 TO WS-BREAK-COUNT
           MOVE RT-ITEM(RT) TO WS-EXC-ITEM
           MOVE RT-BRANCH(RT) TO WS-EXC-BRANCH
           MOVE RT-OPENING(RT) TO WS-EXC-OPENING
           MOVE RT-MOVEMENT(RT) TO WS-EXC-MOVEMENT
           MOVE WS-EXPECTED TO WS-EXC-EXPECTED
           MOVE WS-LEDGER-BALANCE TO WS-EXC-LEDGER
           MOVE WS-DIFFERENCE TO WS-EXC-DIFFERENCE
           MOVE WS-EXCEPTION-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-WRITE-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'OPENING BALANCE:' TO WS-TOT-TEXT
           MOVE WS-TOT-OPENING TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'JOURNALLED MOVEMENTS:' TO WS-TOT-TEXT
           MOVE WS-TOT-MOVEMENT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'EXPECTED CLOSING BALANCE:' TO WS-TOT-TEXT
           MOVE WS-TOT-EXPECTED TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'LEDGER CLOSING BALANCE:' TO WS-TOT-TEXT
           MOVE WS-TOT-LEDGER TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'POSITIONS PROVED:' TO WS-TOT-TEXT
           MOVE WS-CHECKED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'POSITIONS AGREED:' TO WS-TOT-TEXT
           MOVE WS-AGREED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'POSITIONS OUT OF BALANCE:' TO WS-TOT-TEXT
           MOVE WS-BREAK-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'POSITIONS NOT JOURNALLED:' TO WS-TOT-TEXT
           MOVE WS-UNJOURNALLED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'STKROLL' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
