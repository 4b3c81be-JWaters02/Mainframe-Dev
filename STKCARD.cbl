       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STKCARD.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : ITEM STOCK CARD                                 *
      *                                                                *
      *  Function    : PRINT THE STOCK CARD FOR THE ITEM AND BRANCH    *
      *                NAMED ON STKCPARM OVER ITS BUSINESS-DATE RANGE: *
      *                THE OPENING BALANCE, EVERY STKJRNL JOURNAL      *
      *                ENTRY IN THE PERIOD WITH A RUNNING BALANCE, AND *
      *                THE CLOSING BALANCE. AN ENTRY WHOSE RECORDED    *
      *                BALANCE-AFTER DISAGREES WITH THE RUNNING        *
      *                BALANCE IS FLAGGED AS A BREAK. WHEN NOTHING     *
      *                HAS BEEN JOURNALLED AFTER THE PERIOD THE        *
      *                CLOSING BALANCE IS ALSO AGREED TO THE CURRENT   *
      *                STOCKLDG POSITION.                              *
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
           SELECT PARM-IN ASSIGN TO STKCPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT STKJRNL-IN ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
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
           SELECT PRINT-OUT ASSIGN TO STKCRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 26 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-ITEM                      PIC X(6).
           05 PARM-BRANCH                    PIC X(4).
           05 PARM-FROM-DATE                 PIC 9(8).
           05 PARM-TO-DATE                   PIC 9(8).
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
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
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
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-EOF                    VALUE "10".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
       01 WS-IN-PERIOD-SEEN                  PIC X VALUE 'N'.
           88 IN-PERIOD-SEEN                 VALUE 'Y'.
       01 WS-PRIOR-ENTRY                     PIC X VALUE 'N'.
           88 PRIOR-ENTRY                    VALUE 'Y'.
       01 WS-LATER-ENTRY                     PIC X VALUE 'N'.
           88 LATER-ENTRY                    VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-REQ-ITEM                        PIC X(6) VALUE SPACES.
       01 WS-REQ-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-FROM-DATE                       PIC 9(8) VALUE 0.
       01 WS-TO-DATE                         PIC 9(8) VALUE 0.
       01 WS-OPENING-BALANCE                 PIC S9(9) VALUE 0.
       01 WS-RUNNING-BALANCE                 PIC S9(9) VALUE 0.
       01 WS-TOTAL-IN                        PIC S9(9) VALUE 0.
       01 WS-TOTAL-OUT                       PIC S9(9) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-ENTRY-COUNT                     PIC 9(7) VALUE 0.
       01 WS-BREAK-COUNT                     PIC 9(7) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(20)   VALUE
                'ITEM STOCK CARD'.
             10 FILLER                       PIC X(6)    VALUE
                'ITEM: '.
             10 WS-H1-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-H1-DESC                   PIC X(30).
             10 FILLER                       PIC X(9)    VALUE
                ' BRANCH: '.
             10 WS-H1-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(15)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(13)   VALUE
                'PERIOD FROM: '.
             10 WS-H2-FROM                   PIC 9(8).
             10 FILLER                       PIC X(5)    VALUE
                ' TO: '.
             10 WS-H2-TO                     PIC 9(8).
             10 FILLER                       PIC X(58)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(10)   VALUE 'DATE'.
             10 FILLER                       PIC X(7)    VALUE 'RUN'.
             10 FILLER                       PIC X(4)    VALUE 'TYP'.
             10 FILLER                       PIC X(10)   VALUE
                'SOURCE'.
             10 FILLER                       PIC X(10)   VALUE
                '      QTY'.
             10 FILLER                       PIC X(10)   VALUE
                '   BEFORE'.
             10 FILLER                       PIC X(10)   VALUE
                '    AFTER'.
             10 FILLER                       PIC X(11)   VALUE
                '  RUNNING'.
             10 FILLER                       PIC X(5)    VALUE
                'CHECK'.
             10 FILLER                       PIC X(15)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-DATE                  PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RUN                   PIC 9(5).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-TYPE                  PIC X(1).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-SOURCE                PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-QTY                   PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-BEFORE                PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-AFTER                 PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RUNNING               PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CHECK                 PIC X(5).
             10 FILLER                       PIC X(15)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 WS-SUM-TEXT                  PIC X(30).
             10 WS-SUM-VALUE                 PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-NOTE                  PIC X(20).
             10 FILLER                       PIC X(31)   VALUE SPACES.
          05 WS-NO-ENTRIES-MSG               PIC X(40)   VALUE
             'NO MOVEMENTS JOURNALLED IN THE PERIOD'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-EXAMINE-ONE-ENTRY UNTIL STKJRNL-EOF

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

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
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

           MOVE WS-REQ-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 'ITEM NOT ON ITEM MASTER' TO WS-H1-DESC
              NOT INVALID KEY
                 MOVE ITEM-DESC TO WS-H1-DESC
           END-READ

           MOVE WS-REQ-ITEM TO WS-H1-ITEM
           MOVE WS-REQ-BRANCH TO WS-H1-BRANCH
           MOVE WS-FROM-DATE TO WS-H2-FROM
           MOVE WS-TO-DATE TO WS-H2-TO
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-STKJRNL.

       2000-EXAMINE-ONE-ENTRY.
           IF STKJRNL-OK
              ADD 1 TO WS-READ-COUNT
              IF SJ-ITEM = WS-REQ-ITEM
                 AND SJ-BRANCH = WS-REQ-BRANCH
                 EVALUATE TRUE
                    WHEN SJ-BUSINESS-DATE < WS-FROM-DATE
      *                The last entry before the period carries the
      *                opening balance forward.
                       MOVE SJ-BALANCE-AFTER TO WS-OPENING-BALANCE
                       MOVE 'Y' TO WS-PRIOR-ENTRY
                    WHEN SJ-BUSINESS-DATE > WS-TO-DATE
                       MOVE 'Y' TO WS-LATER-ENTRY
                    WHEN OTHER
                       PERFORM 2100-LIST-ENTRY
                 END-EVALUATE
              END-IF
           END-IF

           PERFORM 4000-READ-STKJRNL.

       2100-LIST-ENTRY.
           IF NOT IN-PERIOD-SEEN
              MOVE 'Y' TO WS-IN-PERIOD-SEEN
              IF NOT PRIOR-ENTRY
                 MOVE SJ-BALANCE-BEFORE TO WS-OPENING-BALANCE
              END-IF
              MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           END-IF

           ADD 1 TO WS-ENTRY-COUNT
           ADD SJ-QUANTITY TO WS-RUNNING-BALANCE
           IF SJ-QUANTITY < 0
              ADD SJ-QUANTITY TO WS-TOTAL-OUT
           ELSE
              ADD SJ-QUANTITY TO WS-TOTAL-IN
           END-IF

           MOVE SJ-BUSINESS-DATE TO WS-DET-DATE
           MOVE SJ-RUN-NUMBER TO WS-DET-RUN
           MOVE SJ-MOVEMENT-TYPE TO WS-DET-TYPE
           MOVE SJ-SOURCE-PROGRAM TO WS-DET-SOURCE
           MOVE SJ-QUANTITY TO WS-DET-QTY
           MOVE SJ-BALANCE-BEFORE TO WS-DET-BEFORE
           MOVE SJ-BALANCE-AFTER TO WS-DET-AFTER
           MOVE WS-RUNNING-BALANCE TO WS-DET-RUNNING
           IF WS-RUNNING-BALANCE = SJ-BALANCE-AFTER
              MOVE SPACES TO WS-DET-CHECK
           ELSE
              MOVE 'BREAK' TO WS-DET-CHECK
              ADD 1 TO WS-BREAK-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       3000-END-PROCESS.
           IF NOT IN-PERIOD-SEEN
              MOVE WS-NO-ENTRIES-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE
           END-IF

           PERFORM 5000-PRINT-ROLL-FORWARD

           CLOSE STKJRNL-IN
           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           CLOSE PRINT-OUT

           DISPLAY 'JOURNAL ENTRIES READ: ' WS-READ-COUNT
           DISPLAY 'ENTRIES ON STOCK CARD: ' WS-ENTRY-COUNT
           DISPLAY 'BALANCE BREAKS: ' WS-BREAK-COUNT.

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
           IF NOT PARM-IN-OK
              DISPLAY '** STKCPARM FILE IS NOT OK **'
              DISPLAY '** STKCPARM: ' WS-PARM-IN-STATUS
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ PARM-IN
              AT END SET PARM-IN-EOF TO TRUE
           END-READ
           IF NOT PARM-IN-OK
              OR PARM-ITEM = SPACES OR PARM-BRANCH = SPACES
              OR PARM-FROM-DATE NOT NUMERIC
              OR PARM-TO-DATE NOT NUMERIC
              DISPLAY '** STKCPARM REQUEST IS NOT VALID **'
              MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE PARM-ITEM TO WS-REQ-ITEM
           MOVE PARM-BRANCH TO WS-REQ-BRANCH
           MOVE PARM-FROM-DATE TO WS-FROM-DATE
           MOVE PARM-TO-DATE TO WS-TO-DATE
           CLOSE PARM-IN.

       5000-PRINT-ROLL-FORWARD.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO WS-SUM-NOTE
           MOVE 'OPENING BALANCE:' TO WS-SUM-TEXT
           MOVE WS-OPENING-BALANCE TO WS-SUM-VALUE
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'MOVEMENTS IN:' TO WS-SUM-TEXT
           MOVE WS-TOTAL-IN TO WS-SUM-VALUE
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'MOVEMENTS OUT:' TO WS-SUM-TEXT
           MOVE WS-TOTAL-OUT TO WS-SUM-VALUE
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CLOSING BALANCE:' TO WS-SUM-TEXT
           MOVE WS-RUNNING-BALANCE TO WS-SUM-VALUE
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

      *    The closing balance can only be agreed to the ledger when
      *    nothing has been posted to the key since the period ended.
           IF NOT LATER-ENTRY
              MOVE WS-REQ-ITEM TO STK-ITEM
              MOVE WS-REQ-BRANCH TO STK-BRANCH
              READ STOCK-LEDGER
                 INVALID KEY
                    MOVE 0 TO STK-ON-HAND
              END-READ
              IF STK-ON-HAND = WS-RUNNING-BALANCE
                 MOVE 'AGREES' TO WS-SUM-NOTE
              ELSE
                 MOVE 'DOES NOT AGREE' TO WS-SUM-NOTE
                 DISPLAY '** STOCK CARD DOES NOT AGREE TO LEDGER **'
              END-IF
              MOVE 'LEDGER ON-HAND:' TO WS-SUM-TEXT
              MOVE STK-ON-HAND TO WS-SUM-VALUE
              MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE SPACES TO WS-SUM-NOTE
           MOVE 'BALANCE BREAKS:' TO WS-SUM-TEXT
           MOVE WS-BREAK-COUNT TO WS-SUM-VALUE
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'STKCARD' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
