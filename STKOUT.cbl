       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STKOUT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : STOCK-OUT ESTIMATE                              *
      *                                                                *
      *  Function    : LISTS STOCK POSITIONS OUT OF STOCK OR BELOW A   *
      *                PARAMETERISED NUMBER OF DAYS COVER FOR ITEMS    *
      *                THAT NORMALLY SELL AT THE BRANCH ON RECENT      *
      *                REPHIST VELOCITY, ESTIMATES LOST UNITS AND      *
      *                RETAIL SINCE THE STOCK LAST MOVED, MARKS OPEN   *
      *                PURCHASE ORDERS AND PENDING REORDER SUGGESTIONS *
      *                AND TOTALS BY BRANCH AND REGION.                *
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
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT OPENPO-IN ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT REORDER-IN ASSIGN TO REORDSUG
           FILE STATUS IS WS-REORDER-IN-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT PARM-IN ASSIGN TO STKOPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO STKOUT
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
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       FD OPENPO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD REORDER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 29 CHARACTERS.
       01 REORDER-IN-RECORD.
           05 RO-ITEM                        PIC X(6).
           05 RO-BRANCH                      PIC X(4).
           05 RO-ON-HAND                     PIC 9(7).
           05 RO-REORDER-POINT               PIC 9(5).
           05 RO-SUGGESTED-QTY               PIC 9(7).
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BUSINESS-DATE             PIC 9(8).
           05 PARM-VELOCITY-DAYS             PIC 9(3).
           05 PARM-COVER-DAYS                PIC 9(3).
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
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NO-FILE                 VALUE "35".
       01 WS-OPENPO-EOF                      PIC X VALUE 'N'.
           88 OPENPO-EOF                     VALUE 'Y'.
       01 WS-REORDER-IN-STATUS               PIC X(2).
           88 REORDER-IN-OK                  VALUE "00".
           88 REORDER-IN-EOF                 VALUE "10".
           88 REORDER-IN-NOT-FOUND           VALUE "35".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
       01 WS-REGION-FOUND                    PIC X VALUE 'N'.
           88 REGION-FOUND                   VALUE 'Y'.
       01 WS-SELLS-FOUND                     PIC X VALUE 'N'.
           88 SELLS-FOUND                    VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-VELOCITY-DAYS                   PIC 9(3) VALUE 28.
       01 WS-COVER-DAYS                      PIC 9(3) VALUE 3.
       01 WS-WINDOW-START                    PIC 9(8) VALUE 0.
       01 WS-DAY-SUB                         PIC 9(4) VALUE 0.
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-SEARCH-REGION                   PIC X(2) VALUE SPACES.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-CUR-BRANCH-REGION               PIC X(2) VALUE SPACES.
       01 WS-PRV-BRANCH                      PIC X(4) VALUE LOW-VALUES.
       01 WS-SH-SUB                          PIC 9(5) VALUE 0.
       01 WS-RG-SUB                          PIC 9(3) VALUE 0.
       01 WS-STATUS                          PIC X(4) VALUE SPACES.
       01 WS-DAYS-SINCE                      PIC 9(4) VALUE 0.
       01 WS-DAILY-RATE                      PIC 9(7)V99 VALUE 0.
       01 WS-LOST-UNITS                      PIC 9(9) VALUE 0.
       01 WS-LOST-VALUE                      PIC 9(11)V99 VALUE 0.
       01 WS-COVER-NEED                      PIC S9(11) VALUE 0.
       01 WS-COVER-HELD                      PIC S9(11) VALUE 0.
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9 VALUE 0.
      *
      * Counters...
      *
       01 WS-STOCK-READ-COUNT                PIC 9(9) VALUE 0.
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-NOT-SELLING-COUNT               PIC 9(9) VALUE 0.
       01 WS-OUT-COUNT                       PIC 9(7) VALUE 0.
       01 WS-LOW-COUNT                       PIC 9(7) VALUE 0.
       01 WS-ON-ORDER-COUNT                  PIC 9(7) VALUE 0.
       01 WS-SUGGESTED-COUNT                 PIC 9(7) VALUE 0.
      *
      * Recent selling by branch and item over the velocity window.
      * Net units are units sold less units returned; the retail
      * value over the units sold gives the price the branch has
      * actually been getting...
      *
       01 WS-VELOCITY-TABLE.
          05 VL-ENTRIES                      PIC 9(5) VALUE 0.
          05 WS-VELOCITY-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON VL-ENTRIES
             INDEXED BY VL.
             10 VL-BRANCH                    PIC X(4).
             10 VL-ITEM                      PIC X(6).
             10 VL-REGION                    PIC X(2).
             10 VL-UNITS                     PIC 9(9).
             10 VL-NET-UNITS                 PIC S9(9).
             10 VL-VALUE                     PIC 9(11)V99.
      *
      * Outstanding purchase-order lines by branch and item...
      *
       01 WS-ON-ORDER-TABLE.
          05 OO-ENTRIES                      PIC 9(5) VALUE 0.
          05 WS-OO-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON OO-ENTRIES
             INDEXED BY OO.
             10 OO-BRANCH                    PIC X(4).
             10 OO-ITEM                      PIC X(6).
      *
      * Pending reorder suggestions by branch and item...
      *
       01 WS-SUGGESTION-TABLE.
          05 SG-ENTRIES                      PIC 9(5) VALUE 0.
          05 WS-SG-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON SG-ENTRIES
             INDEXED BY SG.
             10 SG-BRANCH                    PIC X(4).
             10 SG-ITEM                      PIC X(6).
      *
      * Branch master - region and description...
      *
       01 WS-BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-BRANCH-ENTRY
             OCCURS 1 TO 500 TIMES
             DEPENDING ON BT-ENTRIES
             INDEXED BY BT.
             10 BT-BRANCH                    PIC X(4).
             10 BT-REGION                    PIC X(2).
             10 BT-DESC                      PIC X(30).
      *
      * Positions found out of stock or below cover. The ledger is
      * in item order within the key, so each branch's positions
      * come out in item order when its entries are picked out...
      *
       01 WS-SHORT-TABLE.
          05 SH-ENTRIES                      PIC 9(5) VALUE 0.
          05 WS-SHORT-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON SH-ENTRIES
             INDEXED BY SH.
             10 SH-BRANCH                    PIC X(4).
             10 SH-ITEM                      PIC X(6).
             10 SH-REGION                    PIC X(2).
             10 SH-STATUS                    PIC X(4).
                88 SH-IS-OUT                 VALUE 'OUT '.
             10 SH-ON-HAND                   PIC S9(9).
             10 SH-NET-UNITS                 PIC S9(9).
             10 SH-DAILY-RATE                PIC 9(7)V99.
             10 SH-LAST-MOVE                 PIC 9(8).
             10 SH-DAYS-SINCE                PIC 9(4).
             10 SH-LOST-UNITS                PIC 9(9).
             10 SH-LOST-VALUE                PIC 9(11)V99.
             10 SH-ON-ORDER                  PIC X(1).
                88 SH-HAS-ON-ORDER           VALUE 'Y'.
             10 SH-SUGGESTED                 PIC X(1).
                88 SH-HAS-SUGGESTION         VALUE 'Y'.
      *
      * Region totals...
      *
       01 WS-REGION-TABLE.
          05 RG-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-REGION-ENTRY
             OCCURS 1 TO 50 TIMES
             DEPENDING ON RG-ENTRIES
             INDEXED BY RG.
             10 RG-REGION                    PIC X(2).
             10 RG-PRINTED                   PIC X(1).
                88 RG-IS-PRINTED             VALUE 'Y'.
             10 RG-OUT-COUNT                 PIC 9(7).
             10 RG-LOW-COUNT                 PIC 9(7).
             10 RG-LOST-UNITS                PIC 9(11).
             10 RG-LOST-VALUE                PIC 9(13)V99.
       01 WS-BRANCH-TOTALS.
          05 WS-BR-OUT-COUNT                 PIC 9(7).
          05 WS-BR-LOW-COUNT                 PIC 9(7).
          05 WS-BR-LOST-UNITS                PIC 9(11).
          05 WS-BR-LOST-VALUE                PIC 9(13)V99.
       01 WS-COMPANY-TOTALS.
          05 WS-CO-OUT-COUNT                 PIC 9(7).
          05 WS-CO-LOW-COUNT                 PIC 9(7).
          05 WS-CO-LOST-UNITS                PIC 9(11).
          05 WS-CO-LOST-VALUE                PIC 9(13)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'STOCK-OUTS AND ESTIMATED LOST SALES'.
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(66)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(17)   VALUE
                'VELOCITY WINDOW: '.
             10 WS-H2-FROM                   PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE
                ' TO '.
             10 WS-H2-TO                     PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(1)    VALUE '('.
             10 WS-H2-DAYS                   PIC ZZ9.
             10 FILLER                       PIC X(8)    VALUE
                ' DAYS)  '.
             10 FILLER                       PIC X(12)   VALUE
                'COVER DAYS: '.
             10 WS-H2-COVER                  PIC ZZ9.
             10 FILLER                       PIC X(66)   VALUE SPACES.
          05 WS-BRANCH-HEAD-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH: '.
             10 WS-BH-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-BH-DESC                   PIC X(30).
             10 FILLER                       PIC X(10)   VALUE
                '  REGION: '.
             10 WS-BH-REGION                 PIC X(2).
             10 FILLER                       PIC X(76)   VALUE SPACES.
          05 WS-COLUMN-HEAD-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'ITEM'.
             10 FILLER                       PIC X(6)    VALUE
                'STAT'.
             10 FILLER                       PIC X(11)   VALUE
                '  ON-HAND'.
             10 FILLER                       PIC X(11)   VALUE
                ' NET SOLD'.
             10 FILLER                       PIC X(10)   VALUE
                'DAY RATE'.
             10 FILLER                       PIC X(10)   VALUE
                'LAST MOVE'.
             10 FILLER                       PIC X(6)    VALUE
                'DAYS'.
             10 FILLER                       PIC X(12)   VALUE
                'LOST UNITS'.
             10 FILLER                       PIC X(16)   VALUE
                '   LOST RETAIL'.
             10 FILLER                       PIC X(9)    VALUE
                'OPEN PO'.
             10 FILLER                       PIC X(9)    VALUE
                'REORD SUG'.
             10 FILLER                       PIC X(24)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ON-HAND               PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-NET-UNITS             PIC -(8)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DAILY-RATE            PIC ZZZZ9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-LAST-MOVE             PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DAYS                  PIC ZZZ9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-LOST-UNITS            PIC Z(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-LOST-VALUE            PIC Z(10)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ON-ORDER              PIC X(7).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SUGGESTED             PIC X(9).
             10 FILLER                       PIC X(24)   VALUE SPACES.
          05 WS-BRANCH-TOTAL-LINE.
             10 FILLER                       PIC X(14)   VALUE
                'BRANCH TOTAL'.
             10 FILLER                       PIC X(5)    VALUE
                'OUT: '.
             10 WS-BT-OUT                    PIC ZZZ9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(5)    VALUE
                'LOW: '.
             10 WS-BT-LOW                    PIC ZZZ9.
             10 FILLER                       PIC X(27)   VALUE SPACES.
             10 WS-BT-LOST-UNITS             PIC Z(9)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-BT-LOST-VALUE             PIC Z(10)9.99.
             10 FILLER                       PIC X(44)   VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(60)   VALUE
                'NO SELLING POSITION IS OUT OF STOCK OR BELOW COVER'.
             10 FILLER                       PIC X(72)   VALUE SPACES.
          05 WS-REGION-HEAD-MSG.
             10 FILLER                       PIC X(60)   VALUE
                'ESTIMATED LOST SALES BY REGION'.
             10 FILLER                       PIC X(72)   VALUE SPACES.
          05 WS-REGION-COLS-MSG.
             10 FILLER                       PIC X(26)   VALUE
                'RG  NAME'.
             10 FILLER                       PIC X(9)    VALUE
                '    OUT  '.
             10 FILLER                       PIC X(9)    VALUE
                '    LOW  '.
             10 FILLER                       PIC X(14)   VALUE
                '  LOST UNITS  '.
             10 FILLER                       PIC X(16)   VALUE
                '     LOST RETAIL'.
             10 FILLER                       PIC X(58)   VALUE SPACES.
          05 WS-REGION-LINE.
             10 WS-RL-REGION                 PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-NAME                   PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-OUT                    PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-LOW                    PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-LOST-UNITS             PIC Z(11)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RL-LOST-VALUE             PIC Z(12)9.99.
             10 FILLER                       PIC X(58)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(36).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(89)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-CHECK-ONE-POSITION UNTIL STOCK-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           IF WS-BUSINESS-DATE = 0
              PERFORM 4950-READ-RUN-CONTROL
           END-IF
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

      *    The velocity window is the business date and the days
      *    before it, the given number of days in all.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-SUB FROM 2 BY 1
              UNTIL WS-DAY-SUB > WS-VELOCITY-DAYS
           MOVE WS-WORK-DATE TO WS-WINDOW-START
           DISPLAY 'STKOUT: VELOCITY WINDOW ' WS-WINDOW-START
              ' TO ' WS-BUSINESS-DATE ' COVER DAYS ' WS-COVER-DAYS

           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-VELOCITY
           PERFORM 1500-LOAD-ON-ORDER
           PERFORM 1600-LOAD-SUGGESTIONS

           OPEN INPUT REGION-IN
           IF REGION-IN-OK
              MOVE 'Y' TO WS-REGION-MAST-PRESENT
           ELSE
              IF REGION-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO REGION MASTER - REGIONS '
                    'PRINT WITHOUT A NAME **'
              ELSE
                 DISPLAY '** REGION-IN FILE IS NOT OK **'
                 DISPLAY '** REGION-IN: ' WS-REGION-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
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
           END-IF.

       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - REGIONS ARE '
                 'TAKEN FROM THE SALES HISTORY **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1100-LOAD-BRANCH-MASTER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
              CLOSE BRANCH-IN
           END-IF.

       1110-LOAD-ONE-BRANCH.
           READ BRANCH-IN
              AT END SET BRANCH-IN-EOF TO TRUE
           END-READ
           IF BRANCH-IN-OK
              IF BT-ENTRIES = 500
                 DISPLAY '** BRANCH TABLE FULL **'
                 MOVE '1110-LOAD-ONE-BRANCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO BT-ENTRIES
              SET BT TO BT-ENTRIES
              MOVE BRANCH-NO TO BT-BRANCH(BT)
              MOVE BRANCH-REGION TO BT-REGION(BT)
              MOVE BRANCH-DESC TO BT-DESC(BT)
           END-IF.

       1200-LOAD-VELOCITY.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - NO ITEM IS '
                 'SELLING SO NOTHING IS REPORTED **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1200-LOAD-VELOCITY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE WS-WINDOW-START TO HIST-DATE
              MOVE LOW-VALUES TO HIST-KEY
              START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                    SET HIST-EOF TO TRUE
              END-START
              PERFORM 1210-LOAD-ONE-SALE UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       1210-LOAD-ONE-SALE.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              ELSE
                 ADD 1 TO WS-HIST-READ-COUNT
                 PERFORM 4300-FIND-VELOCITY-ENTRY
                 ADD HIST-UNITS TO VL-UNITS(VL)
                 ADD HIST-UNITS TO VL-NET-UNITS(VL)
                 SUBTRACT HIST-RETURN-UNITS FROM VL-NET-UNITS(VL)
                 ADD HIST-RETAIL-VALUE TO VL-VALUE(VL)
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '1210-LOAD-ONE-SALE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1500-LOAD-ON-ORDER.
      *    Without an open-order file nothing is marked as on order.
           OPEN INPUT OPENPO-IN
           IF OPENPO-NO-FILE
              DISPLAY '** WARNING: NO OPEN-ORDER FILE - NOTHING '
                 'MARKED AS ON ORDER **'
           ELSE
              IF NOT OPENPO-OK
                 DISPLAY '** OPENPO-IN FILE IS NOT OK **'
                 DISPLAY '** OPENPO-IN: ' WS-OPENPO-STATUS
                 MOVE '1500-LOAD-ON-ORDER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-NOTE-ONE-ORDER-LINE UNTIL OPENPO-EOF
              CLOSE OPENPO-IN
           END-IF.

       1550-NOTE-ONE-ORDER-LINE.
           READ OPENPO-IN NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPENPO-EOF
           END-READ
           IF NOT OPENPO-EOF AND OPENPO-OK AND OP-OUTSTANDING
              SET OO TO 1
              SEARCH WS-OO-ENTRY
                 AT END
                    IF OO-ENTRIES = 20000
                       DISPLAY '** ON-ORDER TABLE FULL **'
                       MOVE '1550-NOTE-ONE-ORDER-LINE' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO OO-ENTRIES
                    MOVE OP-BRANCH TO OO-BRANCH(OO-ENTRIES)
                    MOVE OP-ITEM TO OO-ITEM(OO-ENTRIES)
                 WHEN OO-BRANCH(OO) = OP-BRANCH
                    AND OO-ITEM(OO) = OP-ITEM
                    CONTINUE
              END-SEARCH
           END-IF.

       1600-LOAD-SUGGESTIONS.
      *    The suggestions are those of the last replenishment run
      *    not yet turned into orders.
           OPEN INPUT REORDER-IN
           IF REORDER-IN-NOT-FOUND
              DISPLAY '** WARNING: NO REORDER SUGGESTIONS - NOTHING '
                 'MARKED AS SUGGESTED **'
           ELSE
              IF NOT REORDER-IN-OK
                 DISPLAY '** REORDER-IN FILE IS NOT OK **'
                 DISPLAY '** REORDER-IN: ' WS-REORDER-IN-STATUS
                 MOVE '1600-LOAD-SUGGESTIONS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1650-NOTE-ONE-SUGGESTION UNTIL REORDER-IN-EOF
              CLOSE REORDER-IN
           END-IF.

       1650-NOTE-ONE-SUGGESTION.
           READ REORDER-IN
              AT END SET REORDER-IN-EOF TO TRUE
           END-READ
           IF REORDER-IN-OK
              AND RO-SUGGESTED-QTY NUMERIC
              AND RO-SUGGESTED-QTY > 0
              SET SG TO 1
              SEARCH WS-SG-ENTRY
                 AT END
                    IF SG-ENTRIES = 20000
                       DISPLAY '** SUGGESTION TABLE FULL **'
                       MOVE '1650-NOTE-ONE-SUGGESTION' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO SG-ENTRIES
                    MOVE RO-BRANCH TO SG-BRANCH(SG-ENTRIES)
                    MOVE RO-ITEM TO SG-ITEM(SG-ENTRIES)
                 WHEN SG-BRANCH(SG) = RO-BRANCH
                    AND SG-ITEM(SG) = RO-ITEM
                    CONTINUE
              END-SEARCH
           END-IF.

       2000-CHECK-ONE-POSITION.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STOCK-EOF
           END-READ
           IF NOT STOCK-EOF AND STOCK-OK
              ADD 1 TO WS-STOCK-READ-COUNT
              PERFORM 2100-FIND-SELLING-RATE
              IF NOT SELLS-FOUND
                 ADD 1 TO WS-NOT-SELLING-COUNT
              ELSE
      *          Below cover when on hand is less than the daily rate
      *          times the cover days, compared in whole units over
      *          the window.
                 MOVE SPACES TO WS-STATUS
                 COMPUTE WS-COVER-HELD =
                    STK-ON-HAND * WS-VELOCITY-DAYS
                 COMPUTE WS-COVER-NEED =
                    VL-NET-UNITS(VL) * WS-COVER-DAYS
                 IF STK-ON-HAND NOT > 0
                    MOVE 'OUT ' TO WS-STATUS
                 ELSE
                    IF WS-COVER-HELD < WS-COVER-NEED
                       MOVE 'LOW ' TO WS-STATUS
                    END-IF
                 END-IF
                 IF WS-STATUS NOT = SPACES
                    PERFORM 2200-RECORD-SHORTAGE
                 END-IF
              END-IF
           END-IF.

       2100-FIND-SELLING-RATE.
      *    An item normally sells at a branch when it has net sales
      *    there over the velocity window.
           MOVE 'N' TO WS-SELLS-FOUND
           SET VL TO 1
           SEARCH WS-VELOCITY-ENTRY
              AT END
                 CONTINUE
              WHEN VL-BRANCH(VL) = STK-BRANCH
                 AND VL-ITEM(VL) = STK-ITEM
                 IF VL-NET-UNITS(VL) > 0
                    MOVE 'Y' TO WS-SELLS-FOUND
                 END-IF
           END-SEARCH.

       2200-RECORD-SHORTAGE.
      *    Lost sales are only estimated for a position that is out:
      *    the daily rate for each day since the stock last moved.
      *    A position below cover is still selling and is listed
      *    without an estimate.
           COMPUTE WS-DAILY-RATE ROUNDED =
              VL-NET-UNITS(VL) / WS-VELOCITY-DAYS
           MOVE 0 TO WS-DAYS-SINCE
           MOVE 0 TO WS-LOST-UNITS
           MOVE 0 TO WS-LOST-VALUE
           IF STK-LAST-MOVE-DATE NUMERIC
              AND STK-LAST-MOVE-DATE > 0
              MOVE STK-LAST-MOVE-DATE TO WS-WORK-DATE
              PERFORM 8050-COUNT-ONE-DAY
                 UNTIL WS-WORK-DATE NOT < WS-BUSINESS-DATE
                 OR WS-DAYS-SINCE = 9999
           END-IF
           IF WS-STATUS = 'OUT '
              COMPUTE WS-LOST-UNITS ROUNDED =
                 (VL-NET-UNITS(VL) * WS-DAYS-SINCE)
                 / WS-VELOCITY-DAYS
              IF VL-UNITS(VL) > 0
                 COMPUTE WS-LOST-VALUE ROUNDED =
                    (WS-LOST-UNITS * VL-VALUE(VL)) / VL-UNITS(VL)
              END-IF
           END-IF

           IF SH-ENTRIES = 20000
              DISPLAY '** SHORTAGE TABLE FULL **'
              MOVE '2200-RECORD-SHORTAGE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO SH-ENTRIES
           SET SH TO SH-ENTRIES
           MOVE STK-BRANCH TO SH-BRANCH(SH)
           MOVE STK-ITEM TO SH-ITEM(SH)
           MOVE WS-STATUS TO SH-STATUS(SH)
           MOVE STK-ON-HAND TO SH-ON-HAND(SH)
           MOVE VL-NET-UNITS(VL) TO SH-NET-UNITS(SH)
           MOVE WS-DAILY-RATE TO SH-DAILY-RATE(SH)
           MOVE STK-LAST-MOVE-DATE TO SH-LAST-MOVE(SH)
           MOVE WS-DAYS-SINCE TO SH-DAYS-SINCE(SH)
           MOVE WS-LOST-UNITS TO SH-LOST-UNITS(SH)
           MOVE WS-LOST-VALUE TO SH-LOST-VALUE(SH)

      *    The region is the branch master's; a branch not on the
      *    master keeps the region stamped on its sales.
           MOVE VL-REGION(VL) TO SH-REGION(SH)
           MOVE STK-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-MASTER
           IF BRANCH-FOUND
              MOVE BT-REGION(BT) TO SH-REGION(SH)
           END-IF

           MOVE 'N' TO SH-ON-ORDER(SH)
           SET OO TO 1
           SEARCH WS-OO-ENTRY
              AT END
                 CONTINUE
              WHEN OO-BRANCH(OO) = STK-BRANCH
                 AND OO-ITEM(OO) = STK-ITEM
                 MOVE 'Y' TO SH-ON-ORDER(SH)
                 ADD 1 TO WS-ON-ORDER-COUNT
           END-SEARCH
           MOVE 'N' TO SH-SUGGESTED(SH)
           SET SG TO 1
           SEARCH WS-SG-ENTRY
              AT END
                 CONTINUE
              WHEN SG-BRANCH(SG) = STK-BRANCH
                 AND SG-ITEM(SG) = STK-ITEM
                 MOVE 'Y' TO SH-SUGGESTED(SH)
                 ADD 1 TO WS-SUGGESTED-COUNT
           END-SEARCH

           MOVE SH-REGION(SH) TO WS-SEARCH-REGION
           PERFORM 4200-FIND-REGION-ENTRY
           IF SH-IS-OUT(SH)
              ADD 1 TO WS-OUT-COUNT
              ADD 1 TO RG-OUT-COUNT(RG)
           ELSE
              ADD 1 TO WS-LOW-COUNT
              ADD 1 TO RG-LOW-COUNT(RG)
           END-IF
           ADD WS-LOST-UNITS TO RG-LOST-UNITS(RG)
           ADD WS-LOST-VALUE TO RG-LOST-VALUE(RG).

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-WINDOW-START TO WS-H2-FROM
           MOVE WS-BUSINESS-DATE TO WS-H2-TO
           MOVE WS-VELOCITY-DAYS TO WS-H2-DAYS
           MOVE WS-COVER-DAYS TO WS-H2-COVER
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF SH-ENTRIES = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 4900-FIND-NEXT-BRANCH
              PERFORM 5000-PRINT-BRANCH UNTIL NOT BRANCH-FOUND
           END-IF

           PERFORM 5400-PRINT-REGIONS

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE STOCK-LEDGER
           CLOSE PRINT-OUT

           DISPLAY 'STOCK POSITIONS READ: ' WS-STOCK-READ-COUNT
           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'POSITIONS NOT NORMALLY SELLING: '
              WS-NOT-SELLING-COUNT
           DISPLAY 'POSITIONS OUT OF STOCK: ' WS-OUT-COUNT
           DISPLAY 'POSITIONS BELOW COVER: ' WS-LOW-COUNT
           DISPLAY 'WITH AN OPEN PO: ' WS-ON-ORDER-COUNT
           DISPLAY 'WITH A REORDER SUGGESTION: ' WS-SUGGESTED-COUNT
           DISPLAY 'ESTIMATED LOST UNITS: ' WS-CO-LOST-UNITS
           DISPLAY 'ESTIMATED LOST RETAIL: ' WS-CO-LOST-VALUE.

       4100-FIND-BRANCH-MASTER.
           MOVE 'N' TO WS-BRANCH-FOUND
           SET BT TO 1
           SEARCH WS-BRANCH-ENTRY
              AT END
                 CONTINUE
              WHEN BT-BRANCH(BT) = WS-SEARCH-BRANCH
                 MOVE 'Y' TO WS-BRANCH-FOUND
           END-SEARCH.

       4200-FIND-REGION-ENTRY.
           SET RG TO 1
           SEARCH WS-REGION-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '4200-FIND-REGION-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 SET RG TO RG-ENTRIES
                 INITIALIZE WS-REGION-ENTRY(RG)
                 MOVE WS-SEARCH-REGION TO RG-REGION(RG)
                 MOVE 'N' TO RG-PRINTED(RG)
              WHEN RG-REGION(RG) = WS-SEARCH-REGION
                 CONTINUE
           END-SEARCH.

       4300-FIND-VELOCITY-ENTRY.
           SET VL TO 1
           SEARCH WS-VELOCITY-ENTRY
              AT END
                 IF VL-ENTRIES = 20000
                    DISPLAY '** VELOCITY TABLE FULL **'
                    MOVE '4300-FIND-VELOCITY-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO VL-ENTRIES
                 SET VL TO VL-ENTRIES
                 INITIALIZE WS-VELOCITY-ENTRY(VL)
                 MOVE HIST-BRANCH TO VL-BRANCH(VL)
                 MOVE HIST-ITEM TO VL-ITEM(VL)
                 MOVE HIST-REGION TO VL-REGION(VL)
              WHEN VL-BRANCH(VL) = HIST-BRANCH
                 AND VL-ITEM(VL) = HIST-ITEM
                 CONTINUE
           END-SEARCH.

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
                 IF PARM-BUSINESS-DATE NUMERIC
                    MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
                 END-IF
                 IF PARM-VELOCITY-DAYS NUMERIC
                    AND PARM-VELOCITY-DAYS > 0
                    MOVE PARM-VELOCITY-DAYS TO WS-VELOCITY-DAYS
                 END-IF
                 IF PARM-COVER-DAYS NUMERIC
                    AND PARM-COVER-DAYS > 0
                    MOVE PARM-COVER-DAYS TO WS-COVER-DAYS
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-BRANCH.
      *    Branches print in code order: the lowest branch above the
      *    one last printed is next.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-SHORTAGE
              VARYING WS-SH-SUB FROM 1 BY 1
              UNTIL WS-SH-SUB > SH-ENTRIES.

       4910-TEST-ONE-SHORTAGE.
           SET SH TO WS-SH-SUB
           IF SH-BRANCH(SH) > WS-PRV-BRANCH
              AND SH-BRANCH(SH) < WS-CUR-BRANCH
              MOVE SH-BRANCH(SH) TO WS-CUR-BRANCH
              MOVE SH-REGION(SH) TO WS-CUR-BRANCH-REGION
              MOVE 'Y' TO WS-BRANCH-FOUND
           END-IF.

       4920-FIND-NEXT-REGION.
      *    Regions print in code order: the lowest code not yet
      *    printed is next.
           MOVE 'N' TO WS-REGION-FOUND
           MOVE HIGH-VALUES TO WS-CUR-REGION
           PERFORM 4930-TEST-ONE-REGION
              VARYING WS-RG-SUB FROM 1 BY 1
              UNTIL WS-RG-SUB > RG-ENTRIES.

       4930-TEST-ONE-REGION.
           SET RG TO WS-RG-SUB
           IF NOT RG-IS-PRINTED(RG)
              AND RG-REGION(RG) < WS-CUR-REGION
              MOVE RG-REGION(RG) TO WS-CUR-REGION
              MOVE 'Y' TO WS-REGION-FOUND
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

       5000-PRINT-BRANCH.
           MOVE WS-CUR-BRANCH TO WS-BH-BRANCH
           MOVE WS-CUR-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-MASTER
           IF BRANCH-FOUND
              MOVE BT-DESC(BT) TO WS-BH-DESC
           ELSE
              MOVE 'NOT ON BRANCH MASTER' TO WS-BH-DESC
           END-IF
           MOVE WS-CUR-BRANCH-REGION TO WS-BH-REGION
           MOVE WS-BRANCH-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           INITIALIZE WS-BRANCH-TOTALS
           PERFORM 5100-PRINT-ONE-POSITION
              VARYING WS-SH-SUB FROM 1 BY 1
              UNTIL WS-SH-SUB > SH-ENTRIES

           MOVE WS-BR-OUT-COUNT TO WS-BT-OUT
           MOVE WS-BR-LOW-COUNT TO WS-BT-LOW
           MOVE WS-BR-LOST-UNITS TO WS-BT-LOST-UNITS
           MOVE WS-BR-LOST-VALUE TO WS-BT-LOST-VALUE
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-CUR-BRANCH TO WS-PRV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5100-PRINT-ONE-POSITION.
           SET SH TO WS-SH-SUB
           IF SH-BRANCH(SH) = WS-CUR-BRANCH
              MOVE SH-ITEM(SH) TO WS-DET-ITEM
              MOVE SH-STATUS(SH) TO WS-DET-STATUS
              MOVE SH-ON-HAND(SH) TO WS-DET-ON-HAND
              MOVE SH-NET-UNITS(SH) TO WS-DET-NET-UNITS
              MOVE SH-DAILY-RATE(SH) TO WS-DET-DAILY-RATE
              IF SH-LAST-MOVE(SH) = 0
                 MOVE 'NEVER' TO WS-DET-LAST-MOVE
              ELSE
                 MOVE SH-LAST-MOVE(SH) TO WS-DET-LAST-MOVE
              END-IF
              MOVE SH-DAYS-SINCE(SH) TO WS-DET-DAYS
              MOVE SH-LOST-UNITS(SH) TO WS-DET-LOST-UNITS
              MOVE SH-LOST-VALUE(SH) TO WS-DET-LOST-VALUE
              IF SH-HAS-ON-ORDER(SH)
                 MOVE 'ON PO' TO WS-DET-ON-ORDER
              ELSE
                 MOVE SPACES TO WS-DET-ON-ORDER
              END-IF
              IF SH-HAS-SUGGESTION(SH)
                 MOVE 'SUGGESTED' TO WS-DET-SUGGESTED
              ELSE
                 MOVE SPACES TO WS-DET-SUGGESTED
              END-IF
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD

              IF SH-IS-OUT(SH)
                 ADD 1 TO WS-BR-OUT-COUNT
              ELSE
                 ADD 1 TO WS-BR-LOW-COUNT
              END-IF
              ADD SH-LOST-UNITS(SH) TO WS-BR-LOST-UNITS
              ADD SH-LOST-VALUE(SH) TO WS-BR-LOST-VALUE
           END-IF.

       5400-PRINT-REGIONS.
           MOVE WS-REGION-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-REGION-COLS-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 4920-FIND-NEXT-REGION
           PERFORM 5410-PRINT-ONE-REGION UNTIL NOT REGION-FOUND

           MOVE SPACES TO WS-RL-REGION
           MOVE 'COMPANY TOTAL' TO WS-RL-NAME
           MOVE WS-CO-OUT-COUNT TO WS-RL-OUT
           MOVE WS-CO-LOW-COUNT TO WS-RL-LOW
           MOVE WS-CO-LOST-UNITS TO WS-RL-LOST-UNITS
           MOVE WS-CO-LOST-VALUE TO WS-RL-LOST-VALUE
           MOVE WS-REGION-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'POSITIONS WITH AN OPEN PO:' TO WS-TOT-TEXT
           MOVE WS-ON-ORDER-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'POSITIONS WITH A SUGGESTION:' TO WS-TOT-TEXT
           MOVE WS-SUGGESTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5410-PRINT-ONE-REGION.
           MOVE WS-CUR-REGION TO WS-SEARCH-REGION
           PERFORM 4200-FIND-REGION-ENTRY
           MOVE 'Y' TO RG-PRINTED(RG)

           MOVE WS-CUR-REGION TO WS-RL-REGION
           MOVE SPACES TO WS-RL-NAME
           IF REGION-MAST-PRESENT
              MOVE WS-CUR-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'UNKNOWN REGION' TO WS-RL-NAME
                 NOT INVALID KEY
                    MOVE REGION-NAME TO WS-RL-NAME
              END-READ
           END-IF
           MOVE RG-OUT-COUNT(RG) TO WS-RL-OUT
           MOVE RG-LOW-COUNT(RG) TO WS-RL-LOW
           MOVE RG-LOST-UNITS(RG) TO WS-RL-LOST-UNITS
           MOVE RG-LOST-VALUE(RG) TO WS-RL-LOST-VALUE
           MOVE WS-REGION-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           ADD RG-OUT-COUNT(RG) TO WS-CO-OUT-COUNT
           ADD RG-LOW-COUNT(RG) TO WS-CO-LOW-COUNT
           ADD RG-LOST-UNITS(RG) TO WS-CO-LOST-UNITS
           ADD RG-LOST-VALUE(RG) TO WS-CO-LOST-VALUE

           PERFORM 4920-FIND-NEXT-REGION.

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

       8010-FORWARD-ONE-DAY.
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
           PERFORM 8010-FORWARD-ONE-DAY
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
           MOVE 'STKOUT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
