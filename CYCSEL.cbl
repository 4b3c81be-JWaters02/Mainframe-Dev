       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CYCSEL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : CYCLE-COUNT SELECTION                           *
      *                                                                *
      *  Function    : CYCLE-COUNT SELECTION. EVERY STOCK POSITION ON  *
      *                THE STOCKLDG LEDGER, FOR ONE BRANCH OR FOR ALL  *
      *                (CYCSPARM), IS LOOKED UP ON ITEMMAST FOR ITS    *
      *                ABC CLASS AND LISTED FOR COUNTING BRANCH BY     *
      *                BRANCH IN CLASS ORDER - A, THEN B, THEN C, THEN *
      *                ITEMS NOT YET CLASSIFIED - SO THE FAST MOVERS   *
      *                ARE COUNTED FIRST. CYCSPARM MAY ALSO NAME UP TO *
      *                THREE CLASSES TO COUNT AND THE MOST ITEMS TO    *
      *                LIST PER BRANCH. THE COUNT LIST IS PRINTED WITH *
      *                THE BOOK ON-HAND AND A COLUMN FOR THE COUNTED   *
      *                QUANTITY, AND WRITTEN TO CNTLIST IN THE         *
      *                CNTSHEET LAYOUT CYCCNT READS, WITH A ZERO       *
      *                QUANTITY AND THE BUSINESS DATE, READY FOR THE   *
      *                COUNTS TO BE KEYED.                             *
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
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT PARM-IN ASSIGN TO CYCSPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CNTLIST-OUT ASSIGN TO CNTLIST
           FILE STATUS IS WS-CNTLIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO CYCSPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
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
      * Optional run parameter - the branch to select for (spaces for
      * every branch), up to three ABC classes (spaces for every
      * item) and the most items to list per branch (zero for no
      * limit)...
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BRANCH                    PIC X(4).
           05 PARM-CLASSES                   PIC X(3).
           05 PARM-MAX-ITEMS                 PIC 9(4).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
      * Count list in the CNTSHEET layout CYCCNT reads, so the counted
      * quantities can be keyed straight onto it...
      *
       FD CNTLIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 CNTLIST-RECORD.
           05 CL-BRANCH                      PIC X(4).
           05 CL-ITEM                        PIC X(6).
           05 CL-COUNTED-QTY                 PIC 9(9).
           05 CL-COUNT-DATE                  PIC 9(8).
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
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-EOF                      VALUE "10".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-CNTLIST-STATUS                  PIC X(2).
           88 CNTLIST-OK                     VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-ITEM-ON-FILE                    PIC X VALUE 'N'.
           88 ITEM-ON-FILE                   VALUE 'Y'.
       01 WS-CLASS-SELECTED                  PIC X VALUE 'Y'.
           88 CLASS-SELECTED                 VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-SELECT-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-SELECT-CLASSES                  PIC X(3) VALUE SPACES.
       01 FILLER REDEFINES WS-SELECT-CLASSES.
          05 WS-SELECT-CLASS                 PIC X OCCURS 3 TIMES.
       01 WS-MAX-ITEMS                       PIC 9(4) VALUE 0.
       01 WS-LAST-ITEM                       PIC X(6) VALUE LOW-VALUES.
       01 WS-ITEM-DESC                       PIC X(30) VALUE SPACES.
       01 WS-ITEM-CLASS                      PIC X VALUE SPACE.
       01 WS-ITEM-PASS                       PIC 9 VALUE 0.
      *    Each branch is listed in class order - A, B, C and then
      *    items not yet classified.
       01 WS-CLASS-PASS                      PIC 9 VALUE 0.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE LOW-VALUES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE LOW-VALUES.
       01 WS-BRANCH-LISTED                   PIC 9(5) VALUE 0.
      *
      * Counters...
      *
       01 WS-STOCK-READ-COUNT                PIC 9(9) VALUE 0.
       01 WS-UNKNOWN-ITEM-COUNT              PIC 9(9) VALUE 0.
       01 WS-NOT-SELECTED-COUNT              PIC 9(9) VALUE 0.
       01 WS-LISTED-COUNT                    PIC 9(9) VALUE 0.
       01 WS-OVER-LIMIT-COUNT                PIC 9(9) VALUE 0.
       01 WS-BRANCH-COUNT                    PIC 9(5) VALUE 0.
      *
      * Stock positions selected for counting...
      *
       01 WS-SELECTED-ITEMS.
          05 SI-COUNT                        PIC 9(5) VALUE 0.
          05 SI-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON SI-COUNT
             INDEXED BY SI.
             10 SI-BRANCH                    PIC X(4).
             10 SI-ITEM                      PIC X(6).
             10 SI-DESC                      PIC X(30).
             10 SI-CLASS                     PIC X(1).
             10 SI-PASS                      PIC 9(1).
             10 SI-ON-HAND                   PIC S9(9).
             10 SI-LAST-MOVE-DATE            PIC 9(8).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'CYCLE-COUNT SELECTION'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-H1-CLASS-LABEL            PIC X(9)    VALUE SPACES.
             10 WS-H1-CLASSES                PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(24)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH: '.
             10 WS-H2-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(80)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(7)    VALUE
                'CLASS'.
             10 FILLER                       PIC X(11)   VALUE
                '   ON-HAND'.
             10 FILLER                       PIC X(12)   VALUE
                '   LAST MOVE'.
             10 FILLER                       PIC X(13)   VALUE
                '    COUNTED'.
             10 FILLER                       PIC X(9)    VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-CLASS                 PIC X(1).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-ON-HAND               PIC Z(8)9-.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-LAST-MOVE             PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-COUNTED               PIC X(10)   VALUE
                '__________'.
             10 FILLER                       PIC X(9)    VALUE SPACES.
          05 WS-BRANCH-TOTAL-LINE.
             10 FILLER                       PIC X(16)   VALUE
                'ITEMS TO COUNT: '.
             10 WS-BT-LISTED                 PIC ZZZZ9.
             10 FILLER                       PIC X(71)   VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO STOCK POSITIONS SELECTED FOR COUNTING'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL STOCK-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           PERFORM 4600-READ-PARM-IN
           DISPLAY 'CYCSEL: BRANCH "' WS-SELECT-BRANCH '" CLASSES "'
              WS-SELECT-CLASSES '" LIMIT ' WS-MAX-ITEMS

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

           OPEN OUTPUT CNTLIST-OUT
           IF NOT CNTLIST-OK
              DISPLAY '** CNTLIST-OUT FILE IS NOT OK **'
              DISPLAY '** CNTLIST-OUT: ' WS-CNTLIST-STATUS
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

           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           IF WS-SELECT-CLASSES NOT = SPACES
              MOVE 'CLASSES: ' TO WS-H1-CLASS-LABEL
              MOVE WS-SELECT-CLASSES TO WS-H1-CLASSES
           END-IF
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-STOCK-LEDGER.

       2000-MAIN-PROCESS.
           ADD 1 TO WS-STOCK-READ-COUNT
           IF WS-SELECT-BRANCH = SPACES
              OR STK-BRANCH = WS-SELECT-BRANCH
              PERFORM 2100-SELECT-POSITION
           END-IF

           PERFORM 4000-READ-STOCK-LEDGER.

       2100-SELECT-POSITION.
      *    The ledger is in item order, so the item master is read
      *    once for all the branches holding an item.
           IF STK-ITEM NOT = WS-LAST-ITEM
              PERFORM 2200-READ-ITEM-MASTER
           END-IF

           IF NOT ITEM-ON-FILE
              ADD 1 TO WS-UNKNOWN-ITEM-COUNT
           ELSE
              PERFORM 2300-TEST-CLASS-SELECTED
              IF CLASS-SELECTED
                 PERFORM 2400-ADD-TO-SELECTION
              ELSE
                 ADD 1 TO WS-NOT-SELECTED-COUNT
              END-IF
           END-IF.

       2200-READ-ITEM-MASTER.
           MOVE STK-ITEM TO WS-LAST-ITEM
           MOVE 'N' TO WS-ITEM-ON-FILE
           MOVE SPACES TO WS-ITEM-DESC
           MOVE SPACE TO WS-ITEM-CLASS
           MOVE 4 TO WS-ITEM-PASS
           MOVE STK-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 DISPLAY 'ITEM NOT ON ITEM MASTER: ' STK-ITEM
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ITEM-ON-FILE
                 MOVE ITEM-DESC TO WS-ITEM-DESC
                 MOVE ITEM-ABC-CLASS TO WS-ITEM-CLASS
                 EVALUATE TRUE
                    WHEN ITEM-CLASS-A
                       MOVE 1 TO WS-ITEM-PASS
                    WHEN ITEM-CLASS-B
                       MOVE 2 TO WS-ITEM-PASS
                    WHEN ITEM-CLASS-C
                       MOVE 3 TO WS-ITEM-PASS
                 END-EVALUATE
           END-READ.

       2300-TEST-CLASS-SELECTED.
      *    With classes selected, an item not yet classified is left
      *    out along with the classes not asked for.
           MOVE 'Y' TO WS-CLASS-SELECTED
           IF WS-SELECT-CLASSES NOT = SPACES
              IF WS-ITEM-CLASS = SPACE
                 OR (WS-ITEM-CLASS NOT = WS-SELECT-CLASS(1)
                 AND WS-ITEM-CLASS NOT = WS-SELECT-CLASS(2)
                 AND WS-ITEM-CLASS NOT = WS-SELECT-CLASS(3))
                 MOVE 'N' TO WS-CLASS-SELECTED
              END-IF
           END-IF.

       2400-ADD-TO-SELECTION.
           IF SI-COUNT = 20000
              DISPLAY '** SELECTION TABLE FULL **'
              MOVE '2400-ADD-TO-SELECTION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO SI-COUNT
           SET SI TO SI-COUNT
           MOVE STK-BRANCH TO SI-BRANCH(SI)
           MOVE STK-ITEM TO SI-ITEM(SI)
           MOVE WS-ITEM-DESC TO SI-DESC(SI)
           MOVE WS-ITEM-CLASS TO SI-CLASS(SI)
           MOVE WS-ITEM-PASS TO SI-PASS(SI)
           MOVE STK-ON-HAND TO SI-ON-HAND(SI)
           MOVE STK-LAST-MOVE-DATE TO SI-LAST-MOVE-DATE(SI).

       3000-END-PROCESS.
           PERFORM 4900-FIND-NEXT-BRANCH
           PERFORM 5000-LIST-FOR-BRANCH UNTIL NOT BRANCH-FOUND

           IF WS-BRANCH-COUNT = 0
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           CLOSE CNTLIST-OUT
           CLOSE PRINT-OUT

           DISPLAY 'STOCK POSITIONS READ: ' WS-STOCK-READ-COUNT
           DISPLAY 'ITEMS NOT ON ITEM MASTER: ' WS-UNKNOWN-ITEM-COUNT
           DISPLAY 'POSITIONS NOT IN SELECTED CLASSES: '
              WS-NOT-SELECTED-COUNT
           DISPLAY 'POSITIONS OVER THE BRANCH LIMIT: '
              WS-OVER-LIMIT-COUNT
           DISPLAY 'BRANCHES LISTED: ' WS-BRANCH-COUNT
           DISPLAY 'POSITIONS LISTED FOR COUNTING: ' WS-LISTED-COUNT.

       4000-READ-STOCK-LEDGER.
           READ STOCK-LEDGER NEXT RECORD
              AT END CONTINUE
           END-READ
           IF NOT STOCK-OK AND NOT STOCK-EOF
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
              MOVE '4000-READ-STOCK-LEDGER' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
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
              IF PARM-IN-OK
                 MOVE PARM-BRANCH TO WS-SELECT-BRANCH
                 MOVE PARM-CLASSES TO WS-SELECT-CLASSES
                 IF PARM-MAX-ITEMS NUMERIC
                    MOVE PARM-MAX-ITEMS TO WS-MAX-ITEMS
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-BRANCH.
      *    The selection is in item order - pick the lowest branch
      *    above the one just listed so the lists come out in branch
      *    order.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING SI FROM 1 BY 1
              UNTIL SI > SI-COUNT.

       4910-TEST-ONE-BRANCH.
           IF SI-BRANCH(SI) > WS-PREV-BRANCH
              AND SI-BRANCH(SI) < WS-CUR-BRANCH
              MOVE SI-BRANCH(SI) TO WS-CUR-BRANCH
              MOVE 'Y' TO WS-BRANCH-FOUND
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

       5000-LIST-FOR-BRANCH.
           ADD 1 TO WS-BRANCH-COUNT
           MOVE 0 TO WS-BRANCH-LISTED
           MOVE WS-CUR-BRANCH TO WS-H2-BRANCH
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 5050-LIST-FOR-CLASS
              VARYING WS-CLASS-PASS FROM 1 BY 1
              UNTIL WS-CLASS-PASS > 4

           MOVE WS-BRANCH-LISTED TO WS-BT-LISTED
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5050-LIST-FOR-CLASS.
           PERFORM 5100-LIST-ONE-POSITION
              VARYING SI FROM 1 BY 1
              UNTIL SI > SI-COUNT.

       5100-LIST-ONE-POSITION.
           IF SI-BRANCH(SI) = WS-CUR-BRANCH
              AND SI-PASS(SI) = WS-CLASS-PASS
              IF WS-MAX-ITEMS > 0
                 AND WS-BRANCH-LISTED NOT < WS-MAX-ITEMS
                 ADD 1 TO WS-OVER-LIMIT-COUNT
              ELSE
                 PERFORM 5200-WRITE-COUNT-LINE
              END-IF
           END-IF.

       5200-WRITE-COUNT-LINE.
           ADD 1 TO WS-BRANCH-LISTED
           ADD 1 TO WS-LISTED-COUNT

           MOVE SI-BRANCH(SI) TO CL-BRANCH
           MOVE SI-ITEM(SI) TO CL-ITEM
           MOVE 0 TO CL-COUNTED-QTY
           MOVE WS-BUSINESS-DATE TO CL-COUNT-DATE
           WRITE CNTLIST-RECORD
           IF NOT CNTLIST-OK
              DISPLAY '** CNTLIST-OUT WRITE IS NOT OK **'
              DISPLAY '** CNTLIST-OUT: ' WS-CNTLIST-STATUS
              MOVE '5200-WRITE-COUNT-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE SI-ITEM(SI) TO WS-DET-ITEM
           MOVE SI-DESC(SI) TO WS-DET-DESC
           MOVE SI-CLASS(SI) TO WS-DET-CLASS
           MOVE SI-ON-HAND(SI) TO WS-DET-ON-HAND
           MOVE SI-LAST-MOVE-DATE(SI) TO WS-DET-LAST-MOVE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'CYCSEL' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
