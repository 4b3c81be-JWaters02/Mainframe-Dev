       IDENTIFICATION DIVISION.
       PROGRAM-ID.   REBAL.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : INTER-BRANCH STOCK REBALANCING                  *
      *                                                                *
      *  Function    : SUGGEST STOCK TRANSFERS BETWEEN OPEN BRANCHES   *
      *                OF THE SAME REGION BEFORE ANYTHING IS BOUGHT    *
      *                IN. EACH STOCKLDG POSITION IS SIZED AGAINST THE *
      *                ITEM MASTER REORDER POINT AND THE BRANCH'S      *
      *                RECENT SALES RATE FROM REPHIST: A BRANCH BELOW  *
      *                THE REORDER POINT NEEDS ENOUGH TO REACH IT PLUS *
      *                COVER FOR THE COVER DAYS, AND A BRANCH HOLDING  *
      *                MORE THAN THE EXCESS PERCENTAGE OF THE REORDER  *
      *                POINT PLUS ITS OWN COVER HAS THE DIFFERENCE TO  *
      *                SPARE. EACH SUGGESTED MOVE IS WRITTEN TO        *
      *                TRFSUGG AS THE TRANSFER-OUT (O) MOVEMENT THE    *
      *                SENDING BRANCH KEYS INTO EX3, WITH A TWO-DIGIT  *
      *                TRANSFER REFERENCE IN THE PARTNER-CODE BYTES SO *
      *                TRFMATCH CAN PAIR IT WITH THE RECEIVING SIDE,   *
      *                AND A PICK LIST IS PRINTED FOR EACH SENDING     *
      *                BRANCH. HISTORY DAYS, COVER DAYS, EXCESS        *
      *                PERCENTAGE AND OPTION CODE COME FROM REBALPRM.  *
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
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-IN ASSIGN TO REBALPRM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT SUGGEST-OUT ASSIGN TO TRFSUGG
           FILE STATUS IS WS-SUGGEST-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO REBALPRT
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
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 11 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-OPTION                    PIC X(2).
           05 PARM-HISTORY-DAYS              PIC 9(3).
           05 PARM-COVER-DAYS                PIC 9(3).
           05 PARM-EXCESS-PCT                PIC 9(3).
      *
      * The first 25 bytes are the movement exactly as EX3 reads it
      * on CDIN; the receiving branch and region follow for the pick
      * list and for keying the transfer-in side on arrival.
      *
       FD SUGGEST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 39 CHARACTERS.
       01 SUGGEST-OUT-RECORD.
           05 TS-MOVEMENT.
              10 TS-ITEM                     PIC X(6).
              10 TS-OPTION                   PIC X(2).
              10 TS-TRANSFER-REF             PIC 9(2).
              10 TS-FROM-BRANCH              PIC X(4).
              10 TS-PRICE                    PIC 9(5)V99.
              10 TS-QUANTITY                 PIC 9(3).
              10 TS-MOVEMENT-TYPE            PIC X(1).
           05 TS-TO-BRANCH                   PIC X(4).
           05 TS-REGION                      PIC X(2).
           05 TS-SUGGESTED-DATE              PIC 9(8).
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
       01 WS-STOCK-EOF                       PIC X VALUE 'N'.
           88 STOCK-EOF                      VALUE 'Y'.
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-SUGGEST-OUT-STATUS              PIC X(2).
           88 SUGGEST-OUT-OK                 VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-SENDER-FOUND                    PIC X VALUE 'N'.
           88 SENDER-FOUND                   VALUE 'Y'.
      *
      * Parameters - defaults apply when REBALPRM is absent...
      *
       01 WS-OPTION                          PIC X(2) VALUE '00'.
       01 WS-HISTORY-DAYS                    PIC 9(3) VALUE 28.
       01 WS-COVER-DAYS                      PIC 9(3) VALUE 14.
       01 WS-EXCESS-PCT                      PIC 9(3) VALUE 200.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-CUTOFF-DATE                     PIC 9(8) VALUE 0.
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-DAY-IDX                         PIC 9(4) VALUE 0.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9(4) VALUE 0.
       01 WS-CUR-ITEM                        PIC X(6) VALUE SPACES.
       01 WS-COVER-UNITS                     PIC 9(9) VALUE 0.
       01 WS-KEEP-LEVEL                      PIC S9(9) VALUE 0.
       01 WS-TAKE                            PIC 9(3) VALUE 0.
       01 WS-NEXT-REF                        PIC 9(3) VALUE 0.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-BRANCH-UNITS                    PIC 9(7) VALUE 0.
       01 WS-BRANCH-LINES                    PIC 9(5) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-HISTORY-USED                    PIC 9(7) VALUE 0.
       01 WS-ITEM-COUNT                      PIC 9(5) VALUE 0.
       01 WS-ITEM-SKIPPED                    PIC 9(5) VALUE 0.
       01 WS-SUGGESTION-COUNT                PIC 9(5) VALUE 0.
       01 WS-SUGGESTED-UNITS                 PIC 9(9) VALUE 0.
      *
      * Branch master - region and status for every branch...
      *
       01 BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 BRANCH-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON BT-ENTRIES
            INDEXED BY BT.
            10 BT-BRANCH                     PIC X(4).
            10 BT-DESC                       PIC X(30).
            10 BT-REGION                     PIC X(2).
            10 BT-STATUS                     PIC X(1).
      *
      * Units sold by item and branch inside the history window.
      * Sized to match the REPLEN branch/item table.
      *
       01 HISTORY-TABLE.
          05 HT-ENTRIES                      PIC 9(5) VALUE 0.
          05 HISTORY-TABLE-ENTRY
            OCCURS 1 TO 20000 TIMES
            DEPENDING ON HT-ENTRIES
            INDEXED BY HT.
            10 HT-ITEM                       PIC X(6).
            10 HT-BRANCH                     PIC X(4).
            10 HT-UNITS                      PIC 9(9).
      *
      * The open-branch positions of the item in hand...
      *
       01 POSITION-TABLE.
          05 PS-ENTRIES                      PIC 9(3) VALUE 0.
          05 POSITION-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON PS-ENTRIES
            INDEXED BY PS PR PX.
            10 PS-BRANCH                     PIC X(4).
            10 PS-REGION                     PIC X(2).
            10 PS-ON-HAND                    PIC S9(9).
            10 PS-SOLD                       PIC 9(9).
            10 PS-NEED                       PIC S9(9).
            10 PS-SURPLUS                    PIC S9(9).
      *
      * Suggested moves held for the pick lists...
      *
       01 SUGGESTION-TABLE.
          05 SG-ENTRIES                      PIC 9(5) VALUE 0.
          05 SUGGESTION-TABLE-ENTRY
            OCCURS 1 TO 10000 TIMES
            DEPENDING ON SG-ENTRIES
            INDEXED BY SG.
            10 SG-FROM-BRANCH                PIC X(4).
            10 SG-TO-BRANCH                  PIC X(4).
            10 SG-ITEM                       PIC X(6).
            10 SG-ITEM-DESC                  PIC X(30).
            10 SG-TRANSFER-REF               PIC 9(2).
            10 SG-QUANTITY                   PIC 9(3).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'INTER-BRANCH TRANSFER PICK LIST'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(29)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(14)   VALUE
                'HISTORY DAYS: '.
             10 WS-H2-HISTORY                PIC ZZ9.
             10 FILLER                       PIC X(15)   VALUE
                '  COVER DAYS: '.
             10 WS-H2-COVER                  PIC ZZ9.
             10 FILLER                       PIC X(11)   VALUE
                '  EXCESS%: '.
             10 WS-H2-EXCESS                 PIC ZZ9.
             10 FILLER                       PIC X(43)   VALUE SPACES.
          05 WS-BRANCH-HEADER.
             10 FILLER                       PIC X(16)   VALUE
                'SENDING BRANCH: '.
             10 WS-BH-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-BH-DESC                   PIC X(30).
             10 FILLER                       PIC X(40)   VALUE SPACES.
          05 WS-COLUMN-HEADER.
             10 FILLER                       PIC X(5)    VALUE 'REF'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(6)    VALUE
                '  QTY'.
             10 FILLER                       PIC X(9)    VALUE
                'SEND TO'.
             10 FILLER                       PIC X(32)   VALUE
                'PICKED'.
          05 WS-DETAIL-LINE.
             10 WS-DET-REF                   PIC 9(2).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-QTY                   PIC ZZ9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-TO-BRANCH             PIC X(4).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE
                '______'.
             10 FILLER                       PIC X(26)   VALUE SPACES.
          05 WS-BRANCH-TOTAL-LINE.
             10 FILLER                       PIC X(14)   VALUE
                'BRANCH TOTAL: '.
             10 WS-BT-LINES                  PIC Z(4)9.
             10 FILLER                       PIC X(10)   VALUE
                ' MOVES    '.
             10 WS-BT-UNITS                  PIC Z(6)9.
             10 FILLER                       PIC X(56)   VALUE
                ' UNITS'.
          05 WS-NONE-MSG                     PIC X(40)   VALUE
             'NO TRANSFERS SUGGESTED'.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-BALANCE-ONE-ITEM UNTIL STOCK-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

      *    Sales are taken from the history days up to the business
      *    date.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-HISTORY-DAYS
           MOVE WS-WORK-DATE TO WS-CUTOFF-DATE

           PERFORM 1100-LOAD-BRANCHES
           PERFORM 1200-LOAD-HISTORY

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

           OPEN OUTPUT SUGGEST-OUT
           IF NOT SUGGEST-OUT-OK
              DISPLAY '** SUGGEST-OUT FILE IS NOT OK **'
              DISPLAY '** SUGGEST-OUT: ' WS-SUGGEST-OUT-STATUS
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

       1100-LOAD-BRANCHES.
           OPEN INPUT BRANCH-IN
           IF NOT BRANCH-IN-OK
              DISPLAY '** BRANCH-IN FILE IS NOT OK **'
              DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
              MOVE '1100-LOAD-BRANCHES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1150-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
           CLOSE BRANCH-IN.

       1150-LOAD-ONE-BRANCH.
           READ BRANCH-IN NEXT RECORD
              AT END CONTINUE
           END-READ
           IF BRANCH-IN-OK
              IF BT-ENTRIES = 200
                 DISPLAY '** BRANCH TABLE FULL **'
                 MOVE '1150-LOAD-ONE-BRANCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO BT-ENTRIES
              MOVE BRANCH-NO TO BT-BRANCH(BT-ENTRIES)
              MOVE BRANCH-DESC TO BT-DESC(BT-ENTRIES)
              MOVE BRANCH-REGION TO BT-REGION(BT-ENTRIES)
              MOVE BRANCH-STATUS TO BT-STATUS(BT-ENTRIES)
           ELSE
              IF NOT BRANCH-IN-EOF
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 MOVE '1150-LOAD-ONE-BRANCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1200-LOAD-HISTORY.
      *    No history just means no sales rate - positions are then
      *    sized on the reorder point alone.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY 'NO REPHIST - SIZING ON REORDER POINT ONLY'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1200-LOAD-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1240-START-REP-HISTORY
              PERFORM 1250-LOAD-ONE-HISTORY UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       1240-START-REP-HISTORY.
      *    The sales rate only looks back to the cutoff, so reading
      *    starts on the day after it.
           MOVE WS-CUTOFF-DATE TO HIST-DATE
           MOVE HIGH-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS GREATER THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       1250-LOAD-ONE-HISTORY.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              END-IF
              IF HIST-DATE > WS-CUTOFF-DATE
                 AND HIST-DATE NOT > WS-BUSINESS-DATE
                 ADD 1 TO WS-HISTORY-USED
                 SET HT TO 1
                 SEARCH HISTORY-TABLE-ENTRY
                    AT END
                       IF HT-ENTRIES = 20000
                          DISPLAY '** HISTORY TABLE FULL **'
                          MOVE '1250-LOAD-ONE-HISTORY' TO EL-PARAGRAPH
                          PERFORM 9999-ABEND
                       END-IF
                       ADD 1 TO HT-ENTRIES
                       MOVE HIST-ITEM TO HT-ITEM(HT-ENTRIES)
                       MOVE HIST-BRANCH TO HT-BRANCH(HT-ENTRIES)
                       MOVE HIST-UNITS TO HT-UNITS(HT-ENTRIES)
                    WHEN HT-ITEM(HT) = HIST-ITEM
                       AND HT-BRANCH(HT) = HIST-BRANCH
                       ADD HIST-UNITS TO HT-UNITS(HT)
                 END-SEARCH
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '1250-LOAD-ONE-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2000-BALANCE-ONE-ITEM.
      *    STOCKLDG is keyed item then branch, so every branch's
      *    position in an item arrives together.
           MOVE STK-ITEM TO WS-CUR-ITEM
           MOVE 0 TO PS-ENTRIES
           PERFORM 2100-COLLECT-POSITION
              UNTIL STOCK-EOF OR STK-ITEM NOT = WS-CUR-ITEM

           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-CUR-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 CONTINUE
           END-READ
           IF ITEM-IN-OK AND ITEM-ACTIVE AND ITEM-REORDER-POINT > 0
              AND PS-ENTRIES > 1
              PERFORM 2200-SIZE-ONE-POSITION
                 VARYING PS FROM 1 BY 1 UNTIL PS > PS-ENTRIES
              PERFORM 2300-FILL-ONE-NEED
                 VARYING PR FROM 1 BY 1 UNTIL PR > PS-ENTRIES
           ELSE
              ADD 1 TO WS-ITEM-SKIPPED
           END-IF.

       2100-COLLECT-POSITION.
      *    Only open branches give or take stock.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN BT-BRANCH(BT) = STK-BRANCH
                 IF BT-STATUS(BT) = 'A'
                    PERFORM 2150-ADD-POSITION
                 END-IF
           END-SEARCH

           PERFORM 4000-READ-STOCK-LEDGER.

       2150-ADD-POSITION.
           IF PS-ENTRIES = 200
              DISPLAY '** POSITION TABLE FULL **'
              MOVE '2150-ADD-POSITION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO PS-ENTRIES
           SET PS TO PS-ENTRIES
           MOVE STK-BRANCH TO PS-BRANCH(PS)
           MOVE BT-REGION(BT) TO PS-REGION(PS)
           MOVE STK-ON-HAND TO PS-ON-HAND(PS)
           MOVE 0 TO PS-SOLD(PS)
           MOVE 0 TO PS-NEED(PS)
           MOVE 0 TO PS-SURPLUS(PS)
           SET HT TO 1
           SEARCH HISTORY-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN HT-ITEM(HT) = STK-ITEM
                 AND HT-BRANCH(HT) = STK-BRANCH
                 MOVE HT-UNITS(HT) TO PS-SOLD(PS)
           END-SEARCH.

       2200-SIZE-ONE-POSITION.
      *    Cover is the branch's sales rate over the history window
      *    carried forward for the cover days.
           COMPUTE WS-COVER-UNITS ROUNDED =
              PS-SOLD(PS) * WS-COVER-DAYS / WS-HISTORY-DAYS
           IF PS-ON-HAND(PS) < ITEM-REORDER-POINT
              COMPUTE PS-NEED(PS) = ITEM-REORDER-POINT
                 + WS-COVER-UNITS - PS-ON-HAND(PS)
           ELSE
              COMPUTE WS-KEEP-LEVEL ROUNDED =
                 ITEM-REORDER-POINT * WS-EXCESS-PCT / 100
                 + WS-COVER-UNITS
              IF PS-ON-HAND(PS) > WS-KEEP-LEVEL
                 COMPUTE PS-SURPLUS(PS) =
                    PS-ON-HAND(PS) - WS-KEEP-LEVEL
              END-IF
           END-IF.

       2300-FILL-ONE-NEED.
           IF PS-NEED(PR) > 0
              PERFORM 2310-TRY-ONE-SENDER
                 VARYING PX FROM 1 BY 1
                 UNTIL PX > PS-ENTRIES OR PS-NEED(PR) = 0
           END-IF.

       2310-TRY-ONE-SENDER.
           IF PS-SURPLUS(PX) > 0
              AND PS-REGION(PX) = PS-REGION(PR)
              PERFORM 2320-SUGGEST-ONE-MOVE
                 UNTIL PS-SURPLUS(PX) = 0 OR PS-NEED(PR) = 0
           END-IF.

       2320-SUGGEST-ONE-MOVE.
      *    A movement carries at most 999 units, so a larger move
      *    goes out as several movements under their own references.
           MOVE 999 TO WS-TAKE
           IF PS-NEED(PR) < WS-TAKE
              MOVE PS-NEED(PR) TO WS-TAKE
           END-IF
           IF PS-SURPLUS(PX) < WS-TAKE
              MOVE PS-SURPLUS(PX) TO WS-TAKE
           END-IF
           SUBTRACT WS-TAKE FROM PS-NEED(PR)
           SUBTRACT WS-TAKE FROM PS-SURPLUS(PX)

           ADD 1 TO WS-NEXT-REF
           IF WS-NEXT-REF > 99
              MOVE 1 TO WS-NEXT-REF
           END-IF

           MOVE ITEM-CODE TO TS-ITEM
           MOVE WS-OPTION TO TS-OPTION
           MOVE WS-NEXT-REF TO TS-TRANSFER-REF
           MOVE PS-BRANCH(PX) TO TS-FROM-BRANCH
           MOVE ITEM-STD-RETAIL TO TS-PRICE
           MOVE WS-TAKE TO TS-QUANTITY
           MOVE 'O' TO TS-MOVEMENT-TYPE
           MOVE PS-BRANCH(PR) TO TS-TO-BRANCH
           MOVE PS-REGION(PR) TO TS-REGION
           MOVE WS-BUSINESS-DATE TO TS-SUGGESTED-DATE
           WRITE SUGGEST-OUT-RECORD
           IF NOT SUGGEST-OUT-OK
              DISPLAY '** SUGGEST-OUT WRITE IS NOT OK **'
              DISPLAY '** SUGGEST-OUT: ' WS-SUGGEST-OUT-STATUS
              MOVE '2320-SUGGEST-ONE-MOVE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-SUGGESTION-COUNT
           ADD WS-TAKE TO WS-SUGGESTED-UNITS

           IF SG-ENTRIES = 10000
              DISPLAY '** SUGGESTION TABLE FULL **'
              MOVE '2320-SUGGEST-ONE-MOVE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO SG-ENTRIES
           SET SG TO SG-ENTRIES
           MOVE PS-BRANCH(PX) TO SG-FROM-BRANCH(SG)
           MOVE PS-BRANCH(PR) TO SG-TO-BRANCH(SG)
           MOVE ITEM-CODE TO SG-ITEM(SG)
           MOVE ITEM-DESC TO SG-ITEM-DESC(SG)
           MOVE WS-NEXT-REF TO SG-TRANSFER-REF(SG)
           MOVE WS-TAKE TO SG-QUANTITY(SG).

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HISTORY-DAYS TO WS-H2-HISTORY
           MOVE WS-COVER-DAYS TO WS-H2-COVER
           MOVE WS-EXCESS-PCT TO WS-H2-EXCESS
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

      *    One pick list per sending branch, in branch sequence.
           IF SG-ENTRIES = 0
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-NONE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE LOW-VALUES TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-SENDER
           PERFORM 5000-PRINT-ONE-PICK-LIST UNTIL NOT SENDER-FOUND

           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           CLOSE SUGGEST-OUT
           CLOSE PRINT-OUT

           DISPLAY 'STOCK POSITIONS READ: ' WS-READ-COUNT
           DISPLAY 'HISTORY RECORDS IN WINDOW: ' WS-HISTORY-USED
           DISPLAY 'ITEMS READ: ' WS-ITEM-COUNT
           DISPLAY 'ITEMS NOT BALANCED: ' WS-ITEM-SKIPPED
           DISPLAY 'TRANSFERS SUGGESTED: ' WS-SUGGESTION-COUNT
           DISPLAY 'UNITS TO MOVE: ' WS-SUGGESTED-UNITS.

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
                 IF PARM-OPTION NOT = SPACES
                    MOVE PARM-OPTION TO WS-OPTION
                 END-IF
                 IF PARM-HISTORY-DAYS NUMERIC
                    AND PARM-HISTORY-DAYS > 0
                    MOVE PARM-HISTORY-DAYS TO WS-HISTORY-DAYS
                 END-IF
                 IF PARM-COVER-DAYS NUMERIC
                    MOVE PARM-COVER-DAYS TO WS-COVER-DAYS
                 END-IF
                 IF PARM-EXCESS-PCT NUMERIC
                    AND PARM-EXCESS-PCT NOT < 100
                    MOVE PARM-EXCESS-PCT TO WS-EXCESS-PCT
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-SENDER.
           MOVE 'N' TO WS-SENDER-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-SENDER
              VARYING SG FROM 1 BY 1 UNTIL SG > SG-ENTRIES.

       4910-TEST-ONE-SENDER.
           IF SG-FROM-BRANCH(SG) > WS-PREV-BRANCH
              AND SG-FROM-BRANCH(SG) < WS-CUR-BRANCH
              MOVE SG-FROM-BRANCH(SG) TO WS-CUR-BRANCH
              MOVE 'Y' TO WS-SENDER-FOUND
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

       5000-PRINT-ONE-PICK-LIST.
           MOVE WS-CUR-BRANCH TO WS-BH-BRANCH
           MOVE SPACES TO WS-BH-DESC
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN BT-BRANCH(BT) = WS-CUR-BRANCH
                 MOVE BT-DESC(BT) TO WS-BH-DESC
           END-SEARCH
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-BRANCH-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-BRANCH-LINES
           MOVE 0 TO WS-BRANCH-UNITS
           PERFORM 5100-PRINT-ONE-MOVE
              VARYING SG FROM 1 BY 1 UNTIL SG > SG-ENTRIES

           MOVE WS-BRANCH-LINES TO WS-BT-LINES
           MOVE WS-BRANCH-UNITS TO WS-BT-UNITS
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-SENDER.

       5100-PRINT-ONE-MOVE.
           IF SG-FROM-BRANCH(SG) = WS-CUR-BRANCH
              ADD 1 TO WS-BRANCH-LINES
              ADD SG-QUANTITY(SG) TO WS-BRANCH-UNITS
              MOVE SG-TRANSFER-REF(SG) TO WS-DET-REF
              MOVE SG-ITEM(SG) TO WS-DET-ITEM
              MOVE SG-ITEM-DESC(SG) TO WS-DET-DESC
              MOVE SG-QUANTITY(SG) TO WS-DET-QTY
              MOVE SG-TO-BRANCH(SG) TO WS-DET-TO-BRANCH
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       8000-BACK-ONE-DAY.
      *    Walk the work date back one calendar day.
           IF WS-WORK-DD > 1
              SUBTRACT 1 FROM WS-WORK-DD
           ELSE
              IF WS-WORK-MM > 1
                 SUBTRACT 1 FROM WS-WORK-MM
              ELSE
                 MOVE 12 TO WS-WORK-MM
                 SUBTRACT 1 FROM WS-WORK-CCYY
              END-IF
              PERFORM 8100-DAYS-IN-MONTH
              MOVE WS-MONTH-DAYS TO WS-WORK-DD
           END-IF.

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
           END-EVALUATE.

       9999-ABEND.
           MOVE 'REBAL' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
