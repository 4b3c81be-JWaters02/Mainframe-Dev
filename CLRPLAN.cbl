       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CLRPLAN.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : DISCONTINUED STOCK CLEARANCE PLAN               *
      *                                                                *
      *  Function    : JOIN EVERY DISCONTINUED ITEM ON ITEMMAST TO ITS *
      *                STOCKLDG POSITIONS AND PLAN ITS CLEARANCE. THE  *
      *                WEEKS SINCE THE ITEM WAS FIRST FOUND            *
      *                DISCONTINUED (HELD ON THE CLRMAST CLEARANCE     *
      *                MASTER) PICK A STEP ON THE MARKDOWN LADDER FROM *
      *                CLRPARM, EACH STEP A PERCENTAGE OFF THE RETAIL  *
      *                PRICE THE ITEM HAD WHEN IT WAS DISCONTINUED.    *
      *                WHEN THE ITEM REACHES A NEW STEP THE            *
      *                MARKED-DOWN PRICE IS ADDED TO THE PENDING       *
      *                PRICE-CHANGES FILE (PRCPEND IN, PRCPENDN OUT -  *
      *                THE FOLLOWING JOB STEP COPIES PRCPENDN BACK     *
      *                OVER PRCPEND) FOR APPROVAL THROUGH PRCREVW,     *
      *                UNLESS A CHANGE FOR THE ITEM IS ALREADY         *
      *                AWAITING A DECISION. A CLEARANCE LIST IS        *
      *                PRINTED FOR EACH BRANCH SHOWING THE STOCK HELD, *
      *                THE CLEARANCE PRICE, THE WRITE-DOWN BELOW       *
      *                STANDARD COST AND THE SUCCESSOR ITEM TO OFFER   *
      *                IN ITS PLACE. MARKDOWNS ARE STAMPED WITH        *
      *                CLRPLAN AS THEIR ORIGINATOR.                    *
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
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT CLEARANCE-MAST ASSIGN TO CLRMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CLR-ITEM
           FILE STATUS IS WS-CLEARANCE-STATUS.
           SELECT PEND-IN ASSIGN TO PRCPEND
           FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT ASSIGN TO PRCPENDN
           FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-IN ASSIGN TO CLRPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO CLRPRT
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
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD CLEARANCE-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
           COPY CLRMASTR.
      *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PEND-IN-RECORD.
           05 PI-ITEM                        PIC X(6).
           05 FILLER                         PIC X(14).
           05 PI-STATUS                      PIC X(1).
           05 FILLER                         PIC X(35).
      *
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
      * Up to five ladder steps, each the weeks since discontinuation
      * at which it applies and the percentage off the base retail.
      * Steps must rise in weeks; a step out of order ends the ladder.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-STEP OCCURS 5 TIMES.
              10 PARM-WEEKS                  PIC 9(3).
              10 PARM-PCT                    PIC 9(2).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
       01 WS-STOCK-EOF                       PIC X VALUE 'N'.
           88 STOCK-EOF                      VALUE 'Y'.
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
       01 WS-CLEARANCE-STATUS                PIC X(2).
           88 CLEARANCE-OK                   VALUE "00".
           88 CLEARANCE-NOT-FOUND            VALUE "23".
           88 CLEARANCE-NO-FILE              VALUE "35".
       01 WS-PEND-IN-STATUS                  PIC X(2).
           88 PEND-IN-OK                     VALUE "00".
           88 PEND-IN-EOF                    VALUE "10".
           88 PEND-IN-NOT-FOUND              VALUE "35".
       01 WS-PEND-OUT-STATUS                 PIC X(2).
           88 PEND-OUT-OK                    VALUE "00".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
       01 WS-LADDER-DONE                     PIC X VALUE 'N'.
           88 LADDER-DONE                    VALUE 'Y'.
       01 WS-ALREADY-PENDING                 PIC X VALUE 'N'.
           88 ALREADY-PENDING                VALUE 'Y'.
      *
      * Markdown ladder - the defaults apply when CLRPARM is absent
      * or holds no usable step...
      *
       01 WS-DEFAULT-LADDER.
          05 FILLER                          PIC X(25) VALUE
             '0002500440008501206001675'.
       01 WS-DEFAULT-LADDER-RED REDEFINES WS-DEFAULT-LADDER.
          05 DL-STEP OCCURS 5 TIMES.
             10 DL-WEEKS                     PIC 9(3).
             10 DL-PCT                       PIC 9(2).
       01 LADDER-TABLE.
          05 LD-ENTRIES                      PIC 9(1) VALUE 0.
          05 LADDER-TABLE-ENTRY OCCURS 5 TIMES
            INDEXED BY LD.
            10 LD-WEEKS                      PIC 9(3).
            10 LD-PCT                        PIC 9(2).
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9(4) VALUE 0.
       01 WS-DAYS-SINCE                      PIC 9(4) VALUE 0.
       01 WS-WEEKS-SINCE                     PIC 9(4) VALUE 0.
       01 WS-STEP                            PIC 9(1) VALUE 0.
       01 WS-PARM-IDX                        PIC 9(1) VALUE 0.
       01 WS-LADDER-PRICE                    PIC 9(5)V99 VALUE 0.
       01 WS-CUR-ITEM                        PIC X(6) VALUE SPACES.
       01 WS-ITEM-UNITS                      PIC 9(9) VALUE 0.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-LINE-WRITEDOWN                  PIC 9(11)V99 VALUE 0.
       01 WS-BRANCH-LINES                    PIC 9(5) VALUE 0.
       01 WS-BRANCH-UNITS                    PIC 9(9) VALUE 0.
       01 WS-BRANCH-WRITEDOWN                PIC 9(11)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-ITEM-COUNT                      PIC 9(5) VALUE 0.
       01 WS-CLEARANCE-ITEMS                 PIC 9(5) VALUE 0.
       01 WS-CARRIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-PROPOSED-COUNT                  PIC 9(5) VALUE 0.
       01 WS-PENDING-SKIPPED                 PIC 9(5) VALUE 0.
       01 WS-REACTIVATED-COUNT               PIC 9(5) VALUE 0.
       01 WS-TOTAL-UNITS                     PIC 9(9) VALUE 0.
       01 WS-TOTAL-WRITEDOWN                 PIC 9(11)V99 VALUE 0.
      *
      * Items with a price change already awaiting a decision...
      *
       01 PENDING-TABLE.
          05 PT-ENTRIES                      PIC 9(5) VALUE 0.
          05 PENDING-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON PT-ENTRIES
            INDEXED BY PT.
            10 PT-ITEM                       PIC X(6).
      *
      * Discontinued items being cleared...
      *
       01 CLEARANCE-ITEM-TABLE.
          05 CI-ENTRIES                      PIC 9(4) VALUE 0.
          05 CLEARANCE-ITEM-ENTRY
            OCCURS 1 TO 2000 TIMES
            DEPENDING ON CI-ENTRIES
            INDEXED BY CI.
            10 CI-ITEM                       PIC X(6).
            10 CI-DESC                       PIC X(30).
            10 CI-RETAIL                     PIC 9(5)V99.
            10 CI-CLEAR-PRICE                PIC 9(5)V99.
            10 CI-UNIT-WRITEDOWN             PIC 9(5)V99.
            10 CI-SUCCESSOR                  PIC X(6).
            10 CI-SUCCESSOR-DESC             PIC X(30).
      *
      * Branch holdings of those items, for the clearance lists...
      *
       01 CLEARANCE-LINE-TABLE.
          05 CL-ENTRIES                      PIC 9(5) VALUE 0.
          05 CLEARANCE-LINE-ENTRY
            OCCURS 1 TO 20000 TIMES
            DEPENDING ON CL-ENTRIES
            INDEXED BY CL.
            10 CL-BRANCH                     PIC X(4).
            10 CL-ITEM-IDX                   PIC 9(4).
            10 CL-UNITS                      PIC 9(9).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'DISCONTINUED STOCK CLEARANCE LIST'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(69)   VALUE SPACES.
          05 WS-LADDER-LINE.
             10 FILLER                       PIC X(21)   VALUE
                'MARKDOWN LADDER STEP '.
             10 WS-LL-STEP                   PIC 9.
             10 FILLER                       PIC X(7)    VALUE
                ' FROM '.
             10 WS-LL-WEEKS                  PIC ZZ9.
             10 FILLER                       PIC X(8)    VALUE
                ' WEEKS: '.
             10 WS-LL-PCT                    PIC Z9.
             10 FILLER                       PIC X(90)   VALUE
                '% OFF'.
          05 WS-BRANCH-HEADER.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH: '.
             10 WS-BH-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-BH-DESC                   PIC X(30).
             10 FILLER                       PIC X(88)   VALUE SPACES.
          05 WS-COLUMN-HEADER.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(11)   VALUE
                '    ON-HAND'.
             10 FILLER                       PIC X(11)   VALUE
                '   RETAIL'.
             10 FILLER                       PIC X(11)   VALUE
                ' CLEAR AT'.
             10 FILLER                       PIC X(15)   VALUE
                '   WRITE-DOWN'.
             10 FILLER                       PIC X(44)   VALUE
                '  SUCCESSOR'.
          05 WS-DETAIL-LINE.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-UNITS                 PIC Z(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RETAIL                PIC Z(4)9.99.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-CLEAR-PRICE           PIC Z(4)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-WRITEDOWN             PIC Z(9)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SUCCESSOR             PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SUCCESSOR-DESC        PIC X(30).
             10 FILLER                       PIC X(7)    VALUE SPACES.
          05 WS-BRANCH-TOTAL-LINE.
             10 FILLER                       PIC X(14)   VALUE
                'BRANCH TOTAL: '.
             10 WS-BT-LINES                  PIC Z(4)9.
             10 FILLER                       PIC X(21)   VALUE
                ' ITEMS'.
             10 WS-BT-UNITS                  PIC Z(8)9.
             10 FILLER                       PIC X(24)   VALUE SPACES.
             10 WS-BT-WRITEDOWN              PIC Z(9)9.99.
             10 FILLER                       PIC X(46)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(40).
             10 WS-TOT-VALUE                 PIC Z(9)9.
             10 FILLER                       PIC X(82)   VALUE SPACES.
          05 WS-WRITEDOWN-TOTAL-LINE.
             10 FILLER                       PIC X(40)   VALUE
                'TOTAL WRITE-DOWN AT STANDARD COST'.
             10 WS-WT-VALUE                  PIC Z(9)9.99.
             10 FILLER                       PIC X(79)   VALUE SPACES.
          05 WS-NONE-MSG                     PIC X(40)   VALUE
             'NO DISCONTINUED STOCK HELD'.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-CLEAR-ONE-ITEM UNTIL STOCK-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1100-CARRY-PENDING

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

           OPEN INPUT BRANCH-IN
           IF NOT BRANCH-IN-OK
              DISPLAY '** BRANCH-IN FILE IS NOT OK **'
              DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O CLEARANCE-MAST
           IF CLEARANCE-NO-FILE
              OPEN OUTPUT CLEARANCE-MAST
              IF CLEARANCE-OK
                 CLOSE CLEARANCE-MAST
                 OPEN I-O CLEARANCE-MAST
              END-IF
           END-IF
           IF NOT CLEARANCE-OK
              DISPLAY '** CLEARANCE-MAST FILE IS NOT OK **'
              DISPLAY '** CLEARANCE-MAST: ' WS-CLEARANCE-STATUS
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

           PERFORM 4000-READ-STOCK-LEDGER.

       1100-CARRY-PENDING.
      *    Every existing change goes forward unchanged; items still
      *    awaiting a decision or an apply are noted so a markdown is
      *    not stacked on top of them.
           OPEN INPUT PEND-IN
           IF PEND-IN-NOT-FOUND
              SET PEND-IN-EOF TO TRUE
           ELSE
              IF NOT PEND-IN-OK
                 DISPLAY '** PEND-IN FILE IS NOT OK **'
                 DISPLAY '** PEND-IN: ' WS-PEND-IN-STATUS
                 MOVE '1100-CARRY-PENDING' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PEND-OUT
           IF NOT PEND-OUT-OK
              DISPLAY '** PEND-OUT FILE IS NOT OK **'
              DISPLAY '** PEND-OUT: ' WS-PEND-OUT-STATUS
              MOVE '1100-CARRY-PENDING' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF NOT PEND-IN-EOF
              PERFORM 1150-CARRY-ONE-PENDING UNTIL PEND-IN-EOF
              CLOSE PEND-IN
           END-IF.

       1150-CARRY-ONE-PENDING.
           READ PEND-IN
              AT END CONTINUE
           END-READ
           IF PEND-IN-OK
              ADD 1 TO WS-CARRIED-COUNT
              MOVE PEND-IN-RECORD TO PEND-CHANGE-RECORD
              WRITE PEND-CHANGE-RECORD
              IF PEND-PENDING OR PEND-APPROVED
                 IF PT-ENTRIES = 5000
                    DISPLAY '** PENDING TABLE FULL **'
                    MOVE '1150-CARRY-ONE-PENDING' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO PT-ENTRIES
                 MOVE PEND-ITEM TO PT-ITEM(PT-ENTRIES)
              END-IF
           ELSE
              IF NOT PEND-IN-EOF
                 DISPLAY '** PEND-IN FILE IS NOT OK **'
                 DISPLAY '** READ PEND-IN: ' PEND-IN-RECORD
                 MOVE '1150-CARRY-ONE-PENDING' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2000-CLEAR-ONE-ITEM.
      *    STOCKLDG is keyed item then branch, so every branch's
      *    position in an item arrives together.
           MOVE STK-ITEM TO WS-CUR-ITEM
           MOVE 0 TO WS-ITEM-UNITS
           PERFORM 2100-COLLECT-POSITION
              UNTIL STOCK-EOF OR STK-ITEM NOT = WS-CUR-ITEM

           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-CUR-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 CONTINUE
           END-READ
           IF ITEM-IN-OK
              IF ITEM-DISCONTINUED
                 IF WS-ITEM-UNITS > 0
                    PERFORM 2200-PLAN-ONE-ITEM
                 END-IF
              ELSE
                 PERFORM 2900-DROP-CLEARANCE
              END-IF
           END-IF

      *    Branch lines of an item that is not being cleared go.
           PERFORM 2910-DROP-ONE-LINE
              UNTIL CL-ENTRIES = 0
              OR CL-ITEM-IDX(CL-ENTRIES) NOT > CI-ENTRIES.

       2100-COLLECT-POSITION.
      *    Branch lines are taken provisionally against the next item
      *    slot and dropped again if the item is not being cleared.
           IF STK-ON-HAND > 0
              IF CL-ENTRIES = 20000
                 DISPLAY '** CLEARANCE LINE TABLE FULL **'
                 MOVE '2100-COLLECT-POSITION' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO CL-ENTRIES
              SET CL TO CL-ENTRIES
              MOVE STK-BRANCH TO CL-BRANCH(CL)
              COMPUTE CL-ITEM-IDX(CL) = CI-ENTRIES + 1
              MOVE STK-ON-HAND TO CL-UNITS(CL)
              ADD STK-ON-HAND TO WS-ITEM-UNITS
           END-IF

           PERFORM 4000-READ-STOCK-LEDGER.

       2200-PLAN-ONE-ITEM.
           MOVE ITEM-CODE TO CLR-ITEM
           READ CLEARANCE-MAST
              INVALID KEY
                 PERFORM 2210-OPEN-CLEARANCE
           END-READ

      *    Weeks since discontinuation, counted day by day from the
      *    date the item was first found discontinued.
           MOVE CLR-DISC-DATE TO WS-WORK-DATE
           MOVE 0 TO WS-DAYS-SINCE
           PERFORM 8050-COUNT-ONE-DAY
              UNTIL WS-WORK-DATE NOT < WS-BUSINESS-DATE
              OR WS-DAYS-SINCE = 9999
           DIVIDE WS-DAYS-SINCE BY 7 GIVING WS-WEEKS-SINCE

           MOVE 0 TO WS-STEP
           PERFORM 2220-TEST-ONE-STEP
              VARYING LD FROM 1 BY 1 UNTIL LD > LD-ENTRIES
           IF WS-STEP > 0
              COMPUTE WS-LADDER-PRICE ROUNDED =
                 CLR-BASE-RETAIL * (100 - LD-PCT(WS-STEP)) / 100
           ELSE
              MOVE ITEM-STD-RETAIL TO WS-LADDER-PRICE
           END-IF

           IF WS-STEP > CLR-STEP
              PERFORM 2300-PROPOSE-MARKDOWN
           END-IF

           PERFORM 2400-ADD-CLEARANCE-ITEM.

       2210-OPEN-CLEARANCE.
           ADD 1 TO WS-CLEARANCE-ITEMS
           MOVE ITEM-CODE TO CLR-ITEM
           MOVE WS-BUSINESS-DATE TO CLR-DISC-DATE
           MOVE ITEM-STD-RETAIL TO CLR-BASE-RETAIL
           MOVE 0 TO CLR-STEP
           MOVE 0 TO CLR-PROPOSED-PRICE
           MOVE 0 TO CLR-PROPOSED-DATE
           WRITE CLEARANCE-RECORD
              INVALID KEY
                 DISPLAY '** CLEARANCE-MAST WRITE IS NOT OK **'
                 DISPLAY '** CLEARANCE-MAST: ' WS-CLEARANCE-STATUS
                 MOVE '2210-OPEN-CLEARANCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-WRITE.

       2220-TEST-ONE-STEP.
           IF WS-WEEKS-SINCE NOT < LD-WEEKS(LD)
              SET WS-STEP TO LD
           END-IF.

       2300-PROPOSE-MARKDOWN.
      *    A change already waiting on PRCREVW or PRCAPPLY holds the
      *    step back until the next run after it has been resolved.
           MOVE 'N' TO WS-ALREADY-PENDING
           IF PT-ENTRIES > 0
              SET PT TO 1
              SEARCH PENDING-TABLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN PT-ITEM(PT) = ITEM-CODE
                    MOVE 'Y' TO WS-ALREADY-PENDING
              END-SEARCH
           END-IF
           IF ALREADY-PENDING
              ADD 1 TO WS-PENDING-SKIPPED
           ELSE
              PERFORM 2310-TAKE-MARKDOWN-STEP
           END-IF.

       2310-TAKE-MARKDOWN-STEP.
      *    A price already at or below the step needs no change, but
      *    the step is still taken so it is not looked at again.
           IF WS-LADDER-PRICE < ITEM-STD-RETAIL
              MOVE ITEM-CODE TO PEND-ITEM
              MOVE ITEM-STD-RETAIL TO PEND-OLD-PRICE
              MOVE WS-LADDER-PRICE TO PEND-NEW-PRICE
              MOVE 'P' TO PEND-STATUS
              MOVE WS-BUSINESS-DATE TO PEND-LOAD-DATE
              MOVE 0 TO PEND-DECISION-DATE
              MOVE SPACES TO PEND-APPROVER
              MOVE 0 TO PEND-AGE-DAYS
              MOVE 'CLRPLAN' TO PEND-ORIGINATOR
              WRITE PEND-CHANGE-RECORD
              IF NOT PEND-OUT-OK
                 DISPLAY '** PEND-OUT WRITE IS NOT OK **'
                 DISPLAY '** PEND-OUT: ' WS-PEND-OUT-STATUS
                 MOVE '2310-TAKE-MARKDOWN-STEP' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-PROPOSED-COUNT
              MOVE WS-LADDER-PRICE TO CLR-PROPOSED-PRICE
              MOVE WS-BUSINESS-DATE TO CLR-PROPOSED-DATE
           END-IF

           MOVE WS-STEP TO CLR-STEP
           REWRITE CLEARANCE-RECORD
              INVALID KEY
                 DISPLAY '** CLEARANCE-MAST REWRITE IS NOT OK **'
                 DISPLAY '** CLEARANCE-MAST: ' WS-CLEARANCE-STATUS
                 MOVE '2310-TAKE-MARKDOWN-STEP' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-REWRITE.

       2400-ADD-CLEARANCE-ITEM.
      *    The clearance price is the lower of the current retail and
      *    the ladder price, and the write-down is what that price
      *    falls short of standard cost on every unit held.
           IF CI-ENTRIES = 2000
              DISPLAY '** CLEARANCE ITEM TABLE FULL **'
              MOVE '2400-ADD-CLEARANCE-ITEM' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO CI-ENTRIES
           SET CI TO CI-ENTRIES
           MOVE ITEM-CODE TO CI-ITEM(CI)
           MOVE ITEM-DESC TO CI-DESC(CI)
           MOVE ITEM-STD-RETAIL TO CI-RETAIL(CI)
           IF WS-LADDER-PRICE < ITEM-STD-RETAIL
              MOVE WS-LADDER-PRICE TO CI-CLEAR-PRICE(CI)
           ELSE
              MOVE ITEM-STD-RETAIL TO CI-CLEAR-PRICE(CI)
           END-IF
           IF ITEM-STD-COST > CI-CLEAR-PRICE(CI)
              COMPUTE CI-UNIT-WRITEDOWN(CI) =
                 ITEM-STD-COST - CI-CLEAR-PRICE(CI)
           ELSE
              MOVE 0 TO CI-UNIT-WRITEDOWN(CI)
           END-IF
           MOVE ITEM-SUCCESSOR TO CI-SUCCESSOR(CI)
           MOVE SPACES TO CI-SUCCESSOR-DESC(CI)
           IF ITEM-SUCCESSOR = SPACES
              MOVE 'NO SUCCESSOR' TO CI-SUCCESSOR-DESC(CI)
           ELSE
              MOVE ITEM-SUCCESSOR TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    MOVE 'NOT ON MASTER' TO CI-SUCCESSOR-DESC(CI)
                 NOT INVALID KEY
                    MOVE ITEM-DESC TO CI-SUCCESSOR-DESC(CI)
              END-READ
           END-IF
           ADD WS-ITEM-UNITS TO WS-TOTAL-UNITS.

       2900-DROP-CLEARANCE.
      *    A clearance record left from an earlier discontinuation of
      *    an item now active again is removed, so that a later one
      *    starts the ladder afresh.
           MOVE WS-CUR-ITEM TO CLR-ITEM
           DELETE CLEARANCE-MAST RECORD
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO WS-REACTIVATED-COUNT
           END-DELETE.

       2910-DROP-ONE-LINE.
           SUBTRACT 1 FROM CL-ENTRIES.

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 5200-PRINT-LADDER-STEP
              VARYING LD FROM 1 BY 1 UNTIL LD > LD-ENTRIES

      *    One clearance list per branch, in branch sequence.
           IF CL-ENTRIES = 0
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE LOW-VALUES TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH
           PERFORM 5000-PRINT-ONE-BRANCH UNTIL NOT BRANCH-FOUND

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'DISCONTINUED ITEMS HELD' TO WS-TOT-LABEL
           MOVE CI-ENTRIES TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           MOVE 'UNITS TO CLEAR' TO WS-TOT-LABEL
           MOVE WS-TOTAL-UNITS TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           MOVE 'MARKDOWNS SENT FOR APPROVAL' TO WS-TOT-LABEL
           MOVE WS-PROPOSED-COUNT TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           MOVE 'HELD BACK - CHANGE ALREADY PENDING' TO WS-TOT-LABEL
           MOVE WS-PENDING-SKIPPED TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           MOVE WS-TOTAL-WRITEDOWN TO WS-WT-VALUE
           MOVE WS-WRITEDOWN-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           CLOSE BRANCH-IN
           CLOSE CLEARANCE-MAST
           CLOSE PEND-OUT
           CLOSE PRINT-OUT

           DISPLAY 'STOCK POSITIONS READ: ' WS-READ-COUNT
           DISPLAY 'ITEMS READ: ' WS-ITEM-COUNT
           DISPLAY 'DISCONTINUED ITEMS HELD: ' CI-ENTRIES
           DISPLAY 'NEW CLEARANCE RECORDS: ' WS-CLEARANCE-ITEMS
           DISPLAY 'CLEARANCE RECORDS DROPPED: ' WS-REACTIVATED-COUNT
           DISPLAY 'PENDING CHANGES CARRIED FORWARD: ' WS-CARRIED-COUNT
           DISPLAY 'MARKDOWNS PROPOSED: ' WS-PROPOSED-COUNT
           DISPLAY 'MARKDOWNS HELD BACK: ' WS-PENDING-SKIPPED.

       4000-READ-STOCK-LEDGER.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STOCK-EOF
           END-READ
           IF NOT STOCK-EOF
              IF STOCK-OK
                 ADD 1 TO WS-READ-COUNT
              ELSE
                 DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
                 DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                 MOVE '4000-READ-STOCK-LEDGER' TO EL-PARAGRAPH
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
              IF PARM-IN-OK
                 MOVE 'N' TO WS-LADDER-DONE
                 PERFORM 4610-TAKE-ONE-STEP
                    VARYING WS-PARM-IDX FROM 1 BY 1
                    UNTIL WS-PARM-IDX > 5 OR LADDER-DONE
              END-IF
              CLOSE PARM-IN
           END-IF

           IF LD-ENTRIES = 0
              PERFORM 4620-TAKE-DEFAULT-STEP
                 VARYING WS-PARM-IDX FROM 1 BY 1
                 UNTIL WS-PARM-IDX > 5
           END-IF.

       4610-TAKE-ONE-STEP.
           IF PARM-WEEKS(WS-PARM-IDX) NOT NUMERIC
              OR PARM-PCT(WS-PARM-IDX) NOT NUMERIC
              OR PARM-PCT(WS-PARM-IDX) = 0
              MOVE 'Y' TO WS-LADDER-DONE
           ELSE
              IF LD-ENTRIES > 0
                 IF PARM-WEEKS(WS-PARM-IDX) NOT > LD-WEEKS(LD-ENTRIES)
                    MOVE 'Y' TO WS-LADDER-DONE
                 END-IF
              END-IF
           END-IF
           IF NOT LADDER-DONE
              ADD 1 TO LD-ENTRIES
              MOVE PARM-WEEKS(WS-PARM-IDX) TO LD-WEEKS(LD-ENTRIES)
              MOVE PARM-PCT(WS-PARM-IDX) TO LD-PCT(LD-ENTRIES)
           END-IF.

       4620-TAKE-DEFAULT-STEP.
           ADD 1 TO LD-ENTRIES
           MOVE DL-WEEKS(WS-PARM-IDX) TO LD-WEEKS(LD-ENTRIES)
           MOVE DL-PCT(WS-PARM-IDX) TO LD-PCT(LD-ENTRIES).

       4900-FIND-NEXT-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING CL FROM 1 BY 1 UNTIL CL > CL-ENTRIES.

       4910-TEST-ONE-BRANCH.
           IF CL-BRANCH(CL) > WS-PREV-BRANCH
              AND CL-BRANCH(CL) < WS-CUR-BRANCH
              MOVE CL-BRANCH(CL) TO WS-CUR-BRANCH
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

       5000-PRINT-ONE-BRANCH.
           MOVE WS-CUR-BRANCH TO WS-BH-BRANCH
           MOVE WS-CUR-BRANCH TO BRANCH-NO
           READ BRANCH-IN
              INVALID KEY
                 MOVE 'BRANCH NOT ON MASTER' TO WS-BH-DESC
              NOT INVALID KEY
                 MOVE BRANCH-DESC TO WS-BH-DESC
           END-READ
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-BRANCH-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-BRANCH-LINES
           MOVE 0 TO WS-BRANCH-UNITS
           MOVE 0 TO WS-BRANCH-WRITEDOWN
           PERFORM 5100-PRINT-ONE-LINE
              VARYING CL FROM 1 BY 1 UNTIL CL > CL-ENTRIES

           MOVE WS-BRANCH-LINES TO WS-BT-LINES
           MOVE WS-BRANCH-UNITS TO WS-BT-UNITS
           MOVE WS-BRANCH-WRITEDOWN TO WS-BT-WRITEDOWN
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5100-PRINT-ONE-LINE.
           IF CL-BRANCH(CL) = WS-CUR-BRANCH
              SET CI TO CL-ITEM-IDX(CL)
              COMPUTE WS-LINE-WRITEDOWN =
                 CI-UNIT-WRITEDOWN(CI) * CL-UNITS(CL)
              ADD 1 TO WS-BRANCH-LINES
              ADD CL-UNITS(CL) TO WS-BRANCH-UNITS
              ADD WS-LINE-WRITEDOWN TO WS-BRANCH-WRITEDOWN
              ADD WS-LINE-WRITEDOWN TO WS-TOTAL-WRITEDOWN
              MOVE CI-ITEM(CI) TO WS-DET-ITEM
              MOVE CI-DESC(CI) TO WS-DET-DESC
              MOVE CL-UNITS(CL) TO WS-DET-UNITS
              MOVE CI-RETAIL(CI) TO WS-DET-RETAIL
              MOVE CI-CLEAR-PRICE(CI) TO WS-DET-CLEAR-PRICE
              MOVE WS-LINE-WRITEDOWN TO WS-DET-WRITEDOWN
              MOVE CI-SUCCESSOR(CI) TO WS-DET-SUCCESSOR
              MOVE CI-SUCCESSOR-DESC(CI) TO WS-DET-SUCCESSOR-DESC
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       5200-PRINT-LADDER-STEP.
           SET WS-LL-STEP TO LD
           MOVE LD-WEEKS(LD) TO WS-LL-WEEKS
           MOVE LD-PCT(LD) TO WS-LL-PCT
           MOVE WS-LADDER-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5300-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       8000-FORWARD-ONE-DAY.
      *    Walk the work date on one calendar day.
           PERFORM 8100-DAYS-IN-MONTH
           IF WS-WORK-DD < WS-MONTH-DAYS
              ADD 1 TO WS-WORK-DD
           ELSE
              MOVE 1 TO WS-WORK-DD
              IF WS-WORK-MM < 12
                 ADD 1 TO WS-WORK-MM
              ELSE
                 MOVE 1 TO WS-WORK-MM
                 ADD 1 TO WS-WORK-CCYY
              END-IF
           END-IF.

       8050-COUNT-ONE-DAY.
           PERFORM 8000-FORWARD-ONE-DAY
           ADD 1 TO WS-DAYS-SINCE.

       8100-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 02
                 DIVIDE WS-WORK-CCYY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       9999-ABEND.
           MOVE 'CLRPLAN' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
