       IDENTIFICATION DIVISION.
       PROGRAM-ID.   STKVALU.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : STOCK VALUATION                                 *
      *                                                                *
      *  Function    : VALUE EVERY STOCKLDG POSITION AT THE ITEMMAST   *
      *                STANDARD COST AND STANDARD RETAIL AND PRINT THE *
      *                STOCK VALUE BY BRANCH WITHIN REGION, NAMED FROM *
      *                THE REGIONS MASTER, WITH THE MARGIN HELD IN     *
      *                STOCK AND REGION AND COMPANY TOTALS. NEGATIVE   *
      *                POSITIONS, ZERO-COST ITEMS AND ITEMS MISSING    *
      *                FROM ITEMMAST ARE LEFT OUT OF THE VALUES AND    *
      *                LISTED SEPARATELY. WHEN THE BUSINESS DATE IS A  *
      *                PERIOD-END ON THE CALENDAR, ONE STKVALH RECORD  *
      *                PER BRANCH IS WRITTEN UNDER THE FISCAL YEAR AND *
      *                PERIOD SO THE PERIOD-END STOCK FIGURE IS KEPT.  *
      *                A RE-RUN FOR THE SAME PERIOD REPLACES THE       *
      *                RECORDS AND A TRIAL RUN WRITES NONE.            *
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
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT VALHIST-OUT ASSIGN TO STKVALH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SV-KEY
           FILE STATUS IS WS-VALHIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO STKVPRT
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
       FD REGION-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY REGIONR.
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD VALHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 83 CHARACTERS.
           COPY STKVALR.
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
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-STOCK-EOF                       PIC X VALUE 'N'.
           88 STOCK-EOF                      VALUE 'Y'.
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-BRANCH-MAST-PRESENT             PIC X VALUE 'N'.
           88 BRANCH-MAST-PRESENT            VALUE 'Y'.
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-VALHIST-STATUS                  PIC X(2).
           88 VALHIST-OK                     VALUE "00".
           88 VALHIST-NOT-FOUND              VALUE "23".
           88 VALHIST-NO-FILE                VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-PERIOD-END-FLAG                 PIC X VALUE 'N'.
           88 PERIOD-END-DATE                VALUE 'Y'.
       01 WS-REGION-FOUND                    PIC X VALUE 'N'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
      *
      * Run details...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-VALUATION-DATE                  PIC 9(8) VALUE 0.
       01 WS-FISCAL-YEAR                     PIC 9(4) VALUE 0.
       01 WS-FISCAL-PERIOD                   PIC 9(2) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-VALUED-COUNT                    PIC 9(9) VALUE 0.
       01 WS-NEGATIVE-COUNT                  PIC 9(7) VALUE 0.
       01 WS-ZERO-COST-COUNT                 PIC 9(7) VALUE 0.
       01 WS-HISTORY-COUNT                   PIC 9(5) VALUE 0.
      *
      * Work areas...
      *
       01 WS-POSITION-COST                   PIC S9(13)V99 VALUE 0.
       01 WS-POSITION-RETAIL                 PIC S9(13)V99 VALUE 0.
       01 WS-MARGIN                          PIC S9(13)V99 VALUE 0.
       01 WS-MARGIN-PCT                      PIC S9(5)V9 VALUE 0.
       01 WS-EXCEPTION-REASON                PIC X(20) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-PREV-REGION                     PIC X(2) VALUE SPACES.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
      *
      * Print totals - one set reused for region and company...
      *
       01 WS-SUM-POSITIONS                   PIC 9(7) VALUE 0.
       01 WS-SUM-UNITS                       PIC S9(11) VALUE 0.
       01 WS-SUM-COST                        PIC S9(13)V99 VALUE 0.
       01 WS-SUM-RETAIL                      PIC S9(13)V99 VALUE 0.
       01 WS-REG-POSITIONS                   PIC 9(7) VALUE 0.
       01 WS-REG-UNITS                       PIC S9(11) VALUE 0.
       01 WS-REG-COST                        PIC S9(13)V99 VALUE 0.
       01 WS-REG-RETAIL                      PIC S9(13)V99 VALUE 0.
       01 WS-TOT-POSITIONS                   PIC 9(7) VALUE 0.
       01 WS-TOT-UNITS                       PIC S9(11) VALUE 0.
       01 WS-TOT-COST                        PIC S9(13)V99 VALUE 0.
       01 WS-TOT-RETAIL                      PIC S9(13)V99 VALUE 0.
      *
      * Branch valuation totals...
      *
       01 BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 BRANCH-TABLE-ENTRY
            OCCURS 1 TO 200 TIMES
            DEPENDING ON BT-ENTRIES
            INDEXED BY BT.
            10 BT-BRANCH                     PIC X(4).
            10 BT-REGION                     PIC X(2).
            10 BT-DESC                       PIC X(30).
            10 BT-POSITIONS                  PIC 9(7).
            10 BT-UNITS                      PIC S9(11).
            10 BT-COST                       PIC S9(13)V99.
            10 BT-RETAIL                     PIC S9(13)V99.
            10 BT-NEGATIVE                   PIC 9(5).
            10 BT-ZERO-COST                  PIC 9(5).
      *
      * Regions met on the branch table...
      *
       01 REGION-TABLE.
          05 RG-ENTRIES                      PIC 9(3) VALUE 0.
          05 REGION-TABLE-ENTRY
            OCCURS 1 TO 50 TIMES
            DEPENDING ON RG-ENTRIES
            INDEXED BY RG.
            10 RG-REGION                     PIC X(2).
      *
      * Positions left out of the valuation...
      *
       01 NEG-TABLE.
          05 NG-ENTRIES                      PIC 9(5) VALUE 0.
          05 NEG-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON NG-ENTRIES
            INDEXED BY NG.
            10 NG-ITEM                       PIC X(6).
            10 NG-BRANCH                     PIC X(4).
            10 NG-ON-HAND                    PIC S9(9).
       01 ZERO-TABLE.
          05 ZC-ENTRIES                      PIC 9(5) VALUE 0.
          05 ZERO-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON ZC-ENTRIES
            INDEXED BY ZC.
            10 ZC-ITEM                       PIC X(6).
            10 ZC-BRANCH                     PIC X(4).
            10 ZC-ON-HAND                    PIC S9(9).
            10 ZC-REASON                     PIC X(20).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'STOCK VALUATION AT COST AND RETAIL'.
             10 FILLER                       PIC X(16)   VALUE
                'VALUATION DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'PERIOD: '.
             10 WS-H1-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(49)   VALUE SPACES.
          05 WS-TRIAL-BANNER                 PIC X(31)   VALUE
             '** TRIAL RUN - NOT FOR ISSUE **'.
          05 WS-REGION-HEADER.
             10 FILLER                       PIC X(8)    VALUE
                'REGION: '.
             10 WS-RH-REGION                 PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RH-REGION-NAME            PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-RH-REGION-MANAGER         PIC X(20).
             10 FILLER                       PIC X(68)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(22)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(9)    VALUE
                '  POSNS'.
             10 FILLER                       PIC X(13)   VALUE
                '      UNITS'.
             10 FILLER                       PIC X(18)   VALUE
                '      COST VALUE'.
             10 FILLER                       PIC X(18)   VALUE
                '    RETAIL VALUE'.
             10 FILLER                       PIC X(18)   VALUE
                ' MARGIN IN STOCK'.
             10 FILLER                       PIC X(7)    VALUE
                'MARGIN%'.
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-LABEL.
                15 WS-DET-BRANCH             PIC X(4).
                15 FILLER                    PIC X(2).
                15 WS-DET-DESC               PIC X(20).
                15 FILLER                    PIC X(2).
             10 WS-DET-POSITIONS             PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-UNITS                 PIC -(10)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-COST                  PIC -(12)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RETAIL                PIC -(12)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-MARGIN                PIC -(12)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-MARGIN-PCT            PIC -(4)9.9.
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-EXC-HEADER                   PIC X(60).
          05 WS-NEG-TITLE                    PIC X(60)   VALUE
             'NEGATIVE POSITIONS - NOT VALUED'.
          05 WS-ZERO-TITLE                   PIC X(60)   VALUE
             'ZERO-COST AND UNPRICED POSITIONS - NOT VALUED'.
          05 WS-EXC-COLUMNS.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(13)   VALUE
                '  ON-HAND'.
             10 FILLER                       PIC X(20)   VALUE
                'REASON'.
             10 FILLER                       PIC X(83)   VALUE SPACES.
          05 WS-EXC-LINE.
             10 WS-EXC-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EXC-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-EXC-ON-HAND               PIC -(8)9.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-EXC-REASON                PIC X(20).
             10 FILLER                       PIC X(83)   VALUE SPACES.
          05 WS-NO-NEG-MSG                   PIC X(40)   VALUE
             'NO NEGATIVE STOCK POSITIONS'.
          05 WS-NO-ZERO-MSG                  PIC X(40)   VALUE
             'NO ZERO-COST OR UNPRICED POSITIONS'.
          05 WS-HISTORY-LINE.
             10 FILLER                       PIC X(40)   VALUE
                'VALUATION HISTORY RECORDS WRITTEN:'.
             10 WS-HIST-COUNT                PIC Z(4)9.
             10 FILLER                       PIC X(87)   VALUE SPACES.
          05 WS-NOT-PERIOD-END-MSG           PIC X(60)   VALUE
             'NOT A PERIOD-END DATE - NO VALUATION HISTORY WRITTEN'.
          05 WS-TRIAL-HISTORY-MSG            PIC X(60)   VALUE
             'TRIAL RUN - NO VALUATION HISTORY WRITTEN'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-VALUE-ONE-POSITION UNTIL STOCK-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL

      *    The valuation is struck at the business date of the night
      *    being processed; run outside the chain it falls back to
      *    today's date.
           IF WS-BUSINESS-DATE > 0
              MOVE WS-BUSINESS-DATE TO WS-VALUATION-DATE
           ELSE
              ACCEPT WS-VALUATION-DATE FROM DATE
           END-IF

           PERFORM 1500-FIND-FISCAL-PERIOD

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
           IF BRANCH-IN-OK
              MOVE 'Y' TO WS-BRANCH-MAST-PRESENT
           ELSE
              IF BRANCH-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO BRANCH MASTER - BRANCHES '
                    'ARE VALUED UNDER A BLANK REGION **'
              ELSE
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN INPUT REGION-IN
           IF REGION-IN-OK
              MOVE 'Y' TO WS-REGION-MAST-PRESENT
           ELSE
              IF REGION-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO REGION MASTER - REGION '
                    'HEADINGS CARRY THE RAW CODE **'
              ELSE
                 DISPLAY '** REGION-IN FILE IS NOT OK **'
                 DISPLAY '** REGION-IN: ' WS-REGION-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

      *    Valuation history is only kept at period-end, and a trial
      *    run rehearsing a period-end night must leave it untouched.
           IF PERIOD-END-DATE AND NOT TRIAL-RUN
              OPEN I-O VALHIST-OUT
              IF VALHIST-NO-FILE
                 OPEN OUTPUT VALHIST-OUT
                 IF VALHIST-OK
                    CLOSE VALHIST-OUT
                    OPEN I-O VALHIST-OUT
                 END-IF
              END-IF
              IF NOT VALHIST-OK
                 DISPLAY '** VALHIST-OUT FILE IS NOT OK **'
                 DISPLAY '** VALHIST-OUT: ' WS-VALHIST-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-VALUATION-DATE TO WS-H1-DATE
           MOVE WS-FISCAL-YEAR TO WS-H1-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-H1-PERIOD
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       1500-FIND-FISCAL-PERIOD.
      *    The fiscal year and period, and whether the valuation date
      *    closes a period, come from the business calendar. Without
      *    a calendar the report is still printed but no history is
      *    kept.
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO BUSINESS CALENDAR - NO '
                 'VALUATION HISTORY WILL BE KEPT **'
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
                 MOVE '1500-FIND-FISCAL-PERIOD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-SCAN-ONE-DATE UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
              IF WS-FISCAL-PERIOD = 0
                 DISPLAY '** WARNING: VALUATION DATE CARRIES NO '
                    'FISCAL PERIOD ON THE CALENDAR **'
                 MOVE 'N' TO WS-PERIOD-END-FLAG
              END-IF
           END-IF.

       1550-SCAN-ONE-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              IF CAL-DATE = WS-VALUATION-DATE
                 AND CAL-FISCAL-PERIOD NUMERIC
                 AND CAL-FISCAL-YEAR NUMERIC
                 MOVE CAL-FISCAL-YEAR TO WS-FISCAL-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
                 MOVE CAL-PERIOD-END TO WS-PERIOD-END-FLAG
              END-IF
           END-IF.

       2000-VALUE-ONE-POSITION.
           READ STOCK-LEDGER NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-STOCK-EOF
           END-READ
           IF NOT STOCK-EOF AND STOCK-OK
              ADD 1 TO WS-READ-COUNT
              PERFORM 2100-FIND-BRANCH-ENTRY
              IF STK-ON-HAND < 0
                 ADD 1 TO WS-NEGATIVE-COUNT
                 ADD 1 TO BT-NEGATIVE(BT)
                 PERFORM 2300-NOTE-NEGATIVE
              ELSE
                 IF STK-ON-HAND > 0
                    PERFORM 2200-PRICE-POSITION
                 END-IF
              END-IF
           END-IF.

       2100-FIND-BRANCH-ENTRY.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 IF BT-ENTRIES = 200
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '2100-FIND-BRANCH-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 MOVE STK-BRANCH TO BT-BRANCH(BT)
                 MOVE SPACES TO BT-REGION(BT)
                 MOVE SPACES TO BT-DESC(BT)
                 MOVE 0 TO BT-POSITIONS(BT)
                 MOVE 0 TO BT-UNITS(BT)
                 MOVE 0 TO BT-COST(BT)
                 MOVE 0 TO BT-RETAIL(BT)
                 MOVE 0 TO BT-NEGATIVE(BT)
                 MOVE 0 TO BT-ZERO-COST(BT)
                 PERFORM 2150-LOOKUP-BRANCH-MASTER
                 PERFORM 2160-NOTE-REGION
              WHEN BT-BRANCH(BT) = STK-BRANCH
                 CONTINUE
           END-SEARCH.

       2150-LOOKUP-BRANCH-MASTER.
           IF BRANCH-MAST-PRESENT
              MOVE STK-BRANCH TO BRANCH-NO
              READ BRANCH-IN
                 INVALID KEY
                    MOVE 'NOT ON BRANCH MASTER' TO BT-DESC(BT)
                 NOT INVALID KEY
                    MOVE BRANCH-REGION TO BT-REGION(BT)
                    MOVE BRANCH-DESC TO BT-DESC(BT)
              END-READ
           END-IF.

       2160-NOTE-REGION.
           SET RG TO 1
           SEARCH REGION-TABLE-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '2160-NOTE-REGION' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 MOVE BT-REGION(BT) TO RG-REGION(RG-ENTRIES)
              WHEN RG-REGION(RG) = BT-REGION(BT)
                 CONTINUE
           END-SEARCH.

       2200-PRICE-POSITION.
           MOVE STK-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 'NOT ON ITEM MASTER' TO WS-EXCEPTION-REASON
              NOT INVALID KEY
                 IF ITEM-STD-COST = 0
                    MOVE 'ZERO STANDARD COST' TO WS-EXCEPTION-REASON
                 ELSE
                    MOVE SPACES TO WS-EXCEPTION-REASON
                 END-IF
           END-READ
           IF NOT ITEM-IN-OK AND NOT ITEM-IN-NOT-FOUND
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '2200-PRICE-POSITION' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF WS-EXCEPTION-REASON NOT = SPACES
              ADD 1 TO WS-ZERO-COST-COUNT
              ADD 1 TO BT-ZERO-COST(BT)
              PERFORM 2400-NOTE-ZERO-COST
           ELSE
              ADD 1 TO WS-VALUED-COUNT
              COMPUTE WS-POSITION-COST = STK-ON-HAND * ITEM-STD-COST
              COMPUTE WS-POSITION-RETAIL =
                 STK-ON-HAND * ITEM-STD-RETAIL
              ADD 1 TO BT-POSITIONS(BT)
              ADD STK-ON-HAND TO BT-UNITS(BT)
              ADD WS-POSITION-COST TO BT-COST(BT)
              ADD WS-POSITION-RETAIL TO BT-RETAIL(BT)
           END-IF.

       2300-NOTE-NEGATIVE.
           IF NG-ENTRIES = 5000
              DISPLAY '** NEGATIVE-STOCK TABLE FULL **'
              MOVE '2300-NOTE-NEGATIVE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO NG-ENTRIES
           MOVE STK-ITEM TO NG-ITEM(NG-ENTRIES)
           MOVE STK-BRANCH TO NG-BRANCH(NG-ENTRIES)
           MOVE STK-ON-HAND TO NG-ON-HAND(NG-ENTRIES).

       2400-NOTE-ZERO-COST.
           IF ZC-ENTRIES = 5000
              DISPLAY '** ZERO-COST TABLE FULL **'
              MOVE '2400-NOTE-ZERO-COST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO ZC-ENTRIES
           MOVE STK-ITEM TO ZC-ITEM(ZC-ENTRIES)
           MOVE STK-BRANCH TO ZC-BRANCH(ZC-ENTRIES)
           MOVE STK-ON-HAND TO ZC-ON-HAND(ZC-ENTRIES)
           MOVE WS-EXCEPTION-REASON TO ZC-REASON(ZC-ENTRIES).

       3000-END-PROCESS.
      *    Regions, and branches within each region, are printed in
      *    code sequence although the tables are in arrival order.
           MOVE LOW-VALUES TO WS-PREV-REGION
           PERFORM 4800-FIND-NEXT-REGION
           PERFORM 5000-PRINT-ONE-REGION
              UNTIL WS-REGION-FOUND = 'N'

           PERFORM 5400-PRINT-COMPANY-TOTAL

           MOVE WS-NEG-TITLE TO WS-EXC-HEADER
           PERFORM 5500-PRINT-EXCEPTION-HEADER
           IF NG-ENTRIES = 0
              MOVE WS-NO-NEG-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 5600-PRINT-ONE-NEGATIVE
                 VARYING NG FROM 1 BY 1 UNTIL NG > NG-ENTRIES
           END-IF

           MOVE WS-ZERO-TITLE TO WS-EXC-HEADER
           PERFORM 5500-PRINT-EXCEPTION-HEADER
           IF ZC-ENTRIES = 0
              MOVE WS-NO-ZERO-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 5700-PRINT-ONE-ZERO-COST
                 VARYING ZC FROM 1 BY 1 UNTIL ZC > ZC-ENTRIES
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-HISTORY-MSG TO PRINT-OUT-RECORD
           ELSE
              IF PERIOD-END-DATE
                 MOVE WS-HISTORY-COUNT TO WS-HIST-COUNT
                 MOVE WS-HISTORY-LINE TO PRINT-OUT-RECORD
              ELSE
                 MOVE WS-NOT-PERIOD-END-MSG TO PRINT-OUT-RECORD
              END-IF
           END-IF
           WRITE PRINT-OUT-RECORD

           IF PERIOD-END-DATE AND NOT TRIAL-RUN
              CLOSE VALHIST-OUT
           END-IF
           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           IF BRANCH-MAST-PRESENT
              CLOSE BRANCH-IN
           END-IF
           CLOSE ITEM-IN
           CLOSE STOCK-LEDGER
           CLOSE PRINT-OUT

           DISPLAY 'LEDGER POSITIONS READ: ' WS-READ-COUNT
           DISPLAY 'POSITIONS VALUED: ' WS-VALUED-COUNT
           DISPLAY 'NEGATIVE POSITIONS: ' WS-NEGATIVE-COUNT
           DISPLAY 'ZERO-COST POSITIONS: ' WS-ZERO-COST-COUNT
           DISPLAY 'VALUATION HISTORY RECORDS: ' WS-HISTORY-COUNT.

       4800-FIND-NEXT-REGION.
           MOVE 'N' TO WS-REGION-FOUND
           MOVE HIGH-VALUES TO WS-CUR-REGION
           PERFORM 4810-TEST-ONE-REGION
              VARYING RG FROM 1 BY 1
              UNTIL RG > RG-ENTRIES.

       4810-TEST-ONE-REGION.
           IF RG-REGION(RG) > WS-PREV-REGION
              AND RG-REGION(RG) < WS-CUR-REGION
              MOVE RG-REGION(RG) TO WS-CUR-REGION
              MOVE 'Y' TO WS-REGION-FOUND
           END-IF.

       4900-FIND-NEXT-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING BT FROM 1 BY 1
              UNTIL BT > BT-ENTRIES.

       4910-TEST-ONE-BRANCH.
           IF BT-REGION(BT) = WS-CUR-REGION
              AND BT-BRANCH(BT) > WS-PREV-BRANCH
              AND BT-BRANCH(BT) < WS-CUR-BRANCH
              MOVE BT-BRANCH(BT) TO WS-CUR-BRANCH
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
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-PRINT-ONE-REGION.
           PERFORM 5050-PRINT-REGION-HEADER

           MOVE 0 TO WS-REG-POSITIONS
           MOVE 0 TO WS-REG-UNITS
           MOVE 0 TO WS-REG-COST
           MOVE 0 TO WS-REG-RETAIL

           MOVE LOW-VALUES TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH
           PERFORM 5100-PRINT-ONE-BRANCH
              UNTIL WS-BRANCH-FOUND = 'N'

           MOVE SPACES TO WS-DET-LABEL
           MOVE 'REGION TOTAL' TO WS-DET-LABEL
           MOVE WS-REG-POSITIONS TO WS-SUM-POSITIONS
           MOVE WS-REG-UNITS TO WS-SUM-UNITS
           MOVE WS-REG-COST TO WS-SUM-COST
           MOVE WS-REG-RETAIL TO WS-SUM-RETAIL
           PERFORM 5300-PRINT-VALUE-LINE

           ADD WS-REG-POSITIONS TO WS-TOT-POSITIONS
           ADD WS-REG-UNITS TO WS-TOT-UNITS
           ADD WS-REG-COST TO WS-TOT-COST
           ADD WS-REG-RETAIL TO WS-TOT-RETAIL

           MOVE WS-CUR-REGION TO WS-PREV-REGION
           PERFORM 4800-FIND-NEXT-REGION.

       5050-PRINT-REGION-HEADER.
           MOVE WS-CUR-REGION TO WS-RH-REGION
           MOVE SPACES TO WS-RH-REGION-NAME
           MOVE SPACES TO WS-RH-REGION-MANAGER
           IF REGION-MAST-PRESENT
              MOVE WS-CUR-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'UNKNOWN REGION' TO WS-RH-REGION-NAME
                 NOT INVALID KEY
                    MOVE REGION-NAME TO WS-RH-REGION-NAME
                    MOVE REGION-MANAGER TO WS-RH-REGION-MANAGER
              END-READ
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-REGION-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-PRINT-ONE-BRANCH.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN BT-BRANCH(BT) = WS-CUR-BRANCH
                 MOVE SPACES TO WS-DET-LABEL
                 MOVE BT-BRANCH(BT) TO WS-DET-BRANCH
                 MOVE BT-DESC(BT) TO WS-DET-DESC
                 MOVE BT-POSITIONS(BT) TO WS-SUM-POSITIONS
                 MOVE BT-UNITS(BT) TO WS-SUM-UNITS
                 MOVE BT-COST(BT) TO WS-SUM-COST
                 MOVE BT-RETAIL(BT) TO WS-SUM-RETAIL
                 PERFORM 5300-PRINT-VALUE-LINE
                 ADD BT-POSITIONS(BT) TO WS-REG-POSITIONS
                 ADD BT-UNITS(BT) TO WS-REG-UNITS
                 ADD BT-COST(BT) TO WS-REG-COST
                 ADD BT-RETAIL(BT) TO WS-REG-RETAIL
                 IF PERIOD-END-DATE AND NOT TRIAL-RUN
                    PERFORM 5200-WRITE-VALUATION-HISTORY
                 END-IF
           END-SEARCH

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5200-WRITE-VALUATION-HISTORY.
      *    A re-run for the same period-end replaces the branch's
      *    figure rather than adding a second one.
           MOVE WS-FISCAL-YEAR TO SV-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO SV-FISCAL-PERIOD
           MOVE BT-BRANCH(BT) TO SV-BRANCH
           READ VALHIST-OUT
              INVALID KEY CONTINUE
           END-READ
           IF NOT VALHIST-OK AND NOT VALHIST-NOT-FOUND
              DISPLAY '** VALHIST-OUT FILE IS NOT OK **'
              DISPLAY '** VALHIST-OUT: ' WS-VALHIST-STATUS
              MOVE '5200-WRITE-VALUATION-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE BT-REGION(BT) TO SV-REGION
           MOVE WS-VALUATION-DATE TO SV-VALUATION-DATE
           MOVE WS-RUN-NUMBER TO SV-RUN-NUMBER
           MOVE BT-POSITIONS(BT) TO SV-POSITIONS
           MOVE BT-UNITS(BT) TO SV-UNITS
           MOVE BT-COST(BT) TO SV-COST-VALUE
           MOVE BT-RETAIL(BT) TO SV-RETAIL-VALUE
           MOVE BT-NEGATIVE(BT) TO SV-NEGATIVE-POSITIONS
           MOVE BT-ZERO-COST(BT) TO SV-ZERO-COST-POSITIONS

           IF VALHIST-OK
              REWRITE STOCK-VALUATION-RECORD
           ELSE
              WRITE STOCK-VALUATION-RECORD
           END-IF
           IF NOT VALHIST-OK
              DISPLAY '** VALHIST-OUT WRITE FAILED **'
              DISPLAY '** VALHIST-OUT: ' WS-VALHIST-STATUS
              MOVE '5200-WRITE-VALUATION-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-HISTORY-COUNT.

       5300-PRINT-VALUE-LINE.
           COMPUTE WS-MARGIN = WS-SUM-RETAIL - WS-SUM-COST
           IF WS-SUM-RETAIL > 0
              COMPUTE WS-MARGIN-PCT ROUNDED =
                 WS-MARGIN * 100 / WS-SUM-RETAIL
                 ON SIZE ERROR
                    MOVE 0 TO WS-MARGIN-PCT
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-MARGIN-PCT
           END-IF
           MOVE WS-SUM-POSITIONS TO WS-DET-POSITIONS
           MOVE WS-SUM-UNITS TO WS-DET-UNITS
           MOVE WS-SUM-COST TO WS-DET-COST
           MOVE WS-SUM-RETAIL TO WS-DET-RETAIL
           MOVE WS-MARGIN TO WS-DET-MARGIN
           MOVE WS-MARGIN-PCT TO WS-DET-MARGIN-PCT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5400-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO WS-DET-LABEL
           MOVE 'COMPANY TOTAL' TO WS-DET-LABEL
           MOVE WS-TOT-POSITIONS TO WS-SUM-POSITIONS
           MOVE WS-TOT-UNITS TO WS-SUM-UNITS
           MOVE WS-TOT-COST TO WS-SUM-COST
           MOVE WS-TOT-RETAIL TO WS-SUM-RETAIL
           PERFORM 5300-PRINT-VALUE-LINE.

       5500-PRINT-EXCEPTION-HEADER.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-EXC-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-EXC-COLUMNS TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5600-PRINT-ONE-NEGATIVE.
           MOVE NG-ITEM(NG) TO WS-EXC-ITEM
           MOVE NG-BRANCH(NG) TO WS-EXC-BRANCH
           MOVE NG-ON-HAND(NG) TO WS-EXC-ON-HAND
           MOVE 'NEGATIVE ON-HAND' TO WS-EXC-REASON
           MOVE WS-EXC-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5700-PRINT-ONE-ZERO-COST.
           MOVE ZC-ITEM(ZC) TO WS-EXC-ITEM
           MOVE ZC-BRANCH(ZC) TO WS-EXC-BRANCH
           MOVE ZC-ON-HAND(ZC) TO WS-EXC-ON-HAND
           MOVE ZC-REASON(ZC) TO WS-EXC-REASON
           MOVE WS-EXC-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'STKVALU' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
