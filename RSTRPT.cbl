       IDENTIFICATION DIVISION.
       PROGRAM-ID.   RSTRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : REGION RESTATEMENT                              *
      *                                                                *
      *  Function    : ONE-OFF RESTATEMENT OF REGION BASELINES AFTER   *
      *                BRANCHES MOVE REGION. FOR THE FISCAL PERIOD     *
      *                BEFORE THE BUSINESS DATE'S PERIOD AND FOR THE   *
      *                WHOLE PRIOR FISCAL YEAR, EACH REGION SHOWS ITS  *
      *                REPHIST UNITS AND RETAIL VALUE AS STAMPED AT    *
      *                THE TIME AGAINST THE SAME SALES GROUPED BY EACH *
      *                BRANCH'S CURRENT REGION ON THE BRANCH MASTER,   *
      *                WITH THE DIFFERENCE AND THE PERCENTAGE CHANGE,  *
      *                SO REGIONAL MANAGERS CAN AGREE THE BASELINES    *
      *                REPORT8 AND WEEKRPT USE WHEN RUN WITH THEIR     *
      *                RESTATE FLAG. THE BRANCHES CARRYING HISTORY TO  *
      *                ANOTHER REGION FOLLOW, DATED FROM THE BRRGHST   *
      *                REGION HISTORY WRITTEN BY BRCHMNT. THE BUSINESS *
      *                DATE COMES FROM RSTPARM, ELSE RUNCTL, ELSE      *
      *                TODAY.                                          *
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
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
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
           SELECT REGHIST-IN ASSIGN TO BRRGHST
           FILE STATUS IS WS-REGHIST-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PARM-IN ASSIGN TO RSTPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO RSTRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD REP-HISTORY
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
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
       FD REGHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY BRRGHSTR.
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BUSINESS-DATE             PIC 9(8).
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
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
           88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
       01 WS-REGHIST-STATUS                  PIC X(2).
           88 REGHIST-OK                     VALUE "00".
           88 REGHIST-EOF                    VALUE "10".
           88 REGHIST-NOT-FOUND              VALUE "35".
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
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
       01 WS-FISCAL-FOUND                    PIC X VALUE 'N'.
           88 FISCAL-FOUND                   VALUE 'Y'.
       01 WS-REGION-FOUND                    PIC X VALUE 'N'.
           88 REGION-FOUND                   VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-READ-FROM-DATE                  PIC 9(8) VALUE 0.
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-SEARCH-REGION                   PIC X(2) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-BLOCK                           PIC 9(1) VALUE 0.
       01 WS-STAMP-COL                       PIC 9(1) VALUE 0.
       01 WS-RESTATE-COL                     PIC 9(1) VALUE 0.
       01 WS-BT-SUB                          PIC 9(3) VALUE 0.
       01 WS-RG-SUB                          PIC 9(3) VALUE 0.
       01 WS-CHANGE-PCT                      PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDIT                        PIC ZZZ9.99-.
       01 WS-PCT-TEXT                        PIC X(8) VALUE SPACES.
      *
      * The prior fiscal period is the one before the business
      * date's period and the prior fiscal year the one before its
      * year; both are found in one pass of the calendar...
      *
       01 WS-PRI-FISCAL-YEAR                 PIC 9(4) VALUE 0.
       01 WS-PRI-FISCAL-PERIOD               PIC 9(2) VALUE 0.
       01 WS-PRI-PERIOD-START                PIC 9(8) VALUE 0.
       01 WS-PRI-PERIOD-END                  PIC 9(8) VALUE 0.
       01 WS-PRI-YEAR-START                  PIC 9(8) VALUE 0.
       01 WS-PRI-YEAR-END                    PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-PERIOD                     PIC 9(2) VALUE 0.
       01 WS-SCAN-START                      PIC 9(8) VALUE 0.
       01 WS-SCAN-END                        PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR-START                 PIC 9(8) VALUE 0.
       01 WS-PREV-SCAN-YEAR                  PIC 9(4) VALUE 0.
       01 WS-PREV-SCAN-PERIOD                PIC 9(2) VALUE 0.
       01 WS-PREV-SCAN-START                 PIC 9(8) VALUE 0.
       01 WS-PREV-SCAN-END                   PIC 9(8) VALUE 0.
       01 WS-PREV-YEAR-START                 PIC 9(8) VALUE 0.
       01 WS-PREV-YEAR-END                   PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-RESTATED-COUNT             PIC 9(9) VALUE 0.
       01 WS-REGHIST-READ-COUNT              PIC 9(7) VALUE 0.
       01 WS-MOVED-BRANCH-COUNT              PIC 9(7) VALUE 0.
       01 WS-CHANGED-REGION-COUNT            PIC 9(7) VALUE 0.
      *
      * One entry per branch on the master or with sales in either
      * prior window. The current region is the master's; a branch
      * not on the master keeps the region stamped on its sales.
      * Moved figures are the sales stamped to any other region -
      * 1 the prior period, 2 the prior year...
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
             10 BT-FROM-REGION               PIC X(2).
             10 BT-MOVE-DATE                 PIC 9(8).
             10 BT-MOVED                     PIC X(1).
                88 BT-HAS-MOVED              VALUE 'Y'.
             10 BT-MOVED-UNITS OCCURS 2 TIMES
                                             PIC S9(11).
             10 BT-MOVED-VALUE OCCURS 2 TIMES
                                             PIC S9(13)V99.
      *
      * Region totals. Columns 1-2 are the prior period as stamped
      * and as restated, 3-4 the prior year as stamped and as
      * restated...
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
             10 RG-CHANGED                   PIC X(1).
                88 RG-IS-CHANGED             VALUE 'Y'.
             10 RG-UNITS OCCURS 4 TIMES      PIC S9(11).
             10 RG-VALUE OCCURS 4 TIMES      PIC S9(13)V99.
       01 WS-COMPANY-TOTALS.
          05 WS-CO-UNITS OCCURS 4 TIMES      PIC S9(11).
          05 WS-CO-VALUE OCCURS 4 TIMES      PIC S9(13)V99.
       01 WS-FIGURES.
          05 WS-FIG-STAMPED-UNITS            PIC S9(11).
          05 WS-FIG-RESTATED-UNITS           PIC S9(11).
          05 WS-FIG-STAMPED-VALUE            PIC S9(13)V99.
          05 WS-FIG-RESTATED-VALUE           PIC S9(13)V99.
          05 WS-FIG-DIFF-UNITS               PIC S9(11).
          05 WS-FIG-DIFF-VALUE               PIC S9(13)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(44)   VALUE
                'REGION RESTATEMENT ON CURRENT BRANCH REGIONS'.
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(62)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(60)   VALUE
                'PRIOR-PERIOD BASELINES AS STAMPED AT THE TIME AGAINST'.
             10 FILLER                       PIC X(60)   VALUE
                'THE SAME SALES UNDER TODAY''S BRANCH REGIONS'.
             10 FILLER                       PIC X(12)   VALUE SPACES.
          05 WS-BLOCK-HEAD-MSG.
             10 WS-BH-TEXT                   PIC X(24).
             10 WS-BH-FISCAL                 PIC X(12).
             10 FILLER                       PIC X(6)    VALUE
                'FROM: '.
             10 WS-BH-FROM                   PIC 9(8).
             10 FILLER                       PIC X(6)    VALUE
                '  TO: '.
             10 WS-BH-TO                     PIC 9(8).
             10 FILLER                       PIC X(68)   VALUE SPACES.
          05 WS-COLUMN-HEAD-MSG.
             10 FILLER                       PIC X(26)   VALUE
                'RG  NAME'.
             10 FILLER                       PIC X(13)   VALUE
                ' STAMP UNITS '.
             10 FILLER                       PIC X(13)   VALUE
                'RESTAT UNITS '.
             10 FILLER                       PIC X(13)   VALUE
                '  DIFF UNITS '.
             10 FILLER                       PIC X(16)   VALUE
                '   STAMP RETAIL '.
             10 FILLER                       PIC X(16)   VALUE
                '  RESTAT RETAIL '.
             10 FILLER                       PIC X(16)   VALUE
                '    DIFF RETAIL '.
             10 FILLER                       PIC X(10)   VALUE
                '  CHANGE%'.
             10 FILLER                       PIC X(9)    VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-REGION                PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-NAME                  PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-STAMP-UNITS           PIC Z(10)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RESTATE-UNITS         PIC Z(10)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-DIFF-UNITS            PIC Z(10)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-STAMP-VALUE           PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RESTATE-VALUE         PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-DIFF-VALUE            PIC Z(10)9.99-.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CHANGE-PCT            PIC X(8).
             10 FILLER                       PIC X(10)   VALUE SPACES.
          05 WS-MOVED-HEAD-MSG.
             10 FILLER                       PIC X(60)   VALUE
                'BRANCHES WHOSE HISTORY IS RESTATED TO ANOTHER REGION'.
             10 FILLER                       PIC X(72)   VALUE SPACES.
          05 WS-MOVED-COLS-MSG.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(22)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(6)    VALUE 'FROM'.
             10 FILLER                       PIC X(6)    VALUE 'TO'.
             10 FILLER                       PIC X(10)   VALUE
                'EFFECTIVE'.
             10 FILLER                       PIC X(13)   VALUE
                'PERIOD UNITS '.
             10 FILLER                       PIC X(16)   VALUE
                '  PERIOD RETAIL '.
             10 FILLER                       PIC X(13)   VALUE
                '  YEAR UNITS '.
             10 FILLER                       PIC X(16)   VALUE
                '    YEAR RETAIL '.
             10 FILLER                       PIC X(24)   VALUE SPACES.
          05 WS-MOVED-LINE.
             10 WS-MV-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-MV-DESC                   PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-MV-FROM                   PIC X(2).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-MV-TO                     PIC X(2).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-MV-EFFECTIVE              PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-MV-PERIOD-UNITS           PIC Z(10)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-MV-PERIOD-VALUE           PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-MV-YEAR-UNITS             PIC Z(10)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-MV-YEAR-VALUE             PIC Z(10)9.99-.
             10 FILLER                       PIC X(25)   VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(60)   VALUE
                'NO BRANCH HAS SALES STAMPED TO ANOTHER REGION'.
             10 FILLER                       PIC X(72)   VALUE SPACES.
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

           PERFORM 2000-LOAD-SALES

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

           PERFORM 1050-DERIVE-PRIOR-PERIODS
           DISPLAY 'RSTRPT: PRIOR FISCAL PERIOD ' WS-PRI-FISCAL-YEAR
              '/' WS-PRI-FISCAL-PERIOD ' FROM ' WS-PRI-PERIOD-START
              ' TO ' WS-PRI-PERIOD-END
           DISPLAY 'RSTRPT: PRIOR FISCAL YEAR FROM ' WS-PRI-YEAR-START
              ' TO ' WS-PRI-YEAR-END

           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-REGION-HISTORY

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

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1050-DERIVE-PRIOR-PERIODS.
      *    The calendar is date-ordered and fiscal periods and years
      *    are contiguous runs of dates. The run before the business
      *    date's period is the prior period; the run before its
      *    year is the prior year.
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1050-DERIVE-PRIOR-PERIODS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1060-SCAN-ONE-CAL-DATE UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN
           IF NOT FISCAL-FOUND
              OR WS-PRI-FISCAL-PERIOD = 0
              DISPLAY '** BUSINESS DATE ' WS-BUSINESS-DATE
                 ' HAS NO PRIOR FISCAL PERIOD ON THE CALENDAR **'
              MOVE '1050-DERIVE-PRIOR-PERIODS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF WS-PRI-YEAR-START = 0
              DISPLAY '** WARNING: NO PRIOR FISCAL YEAR ON THE '
                 'CALENDAR - YEAR BASELINE IS ZERO **'
           END-IF.

       1060-SCAN-ONE-CAL-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND NOT FISCAL-FOUND
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-PERIOD NUMERIC
              AND CAL-FISCAL-PERIOD > 0
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 MOVE WS-SCAN-YEAR-START TO WS-PREV-YEAR-START
                 MOVE WS-SCAN-END TO WS-PREV-YEAR-END
                 MOVE CAL-DATE TO WS-SCAN-YEAR-START
              END-IF
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 OR CAL-FISCAL-PERIOD NOT = WS-SCAN-PERIOD
                 MOVE WS-SCAN-YEAR TO WS-PREV-SCAN-YEAR
                 MOVE WS-SCAN-PERIOD TO WS-PREV-SCAN-PERIOD
                 MOVE WS-SCAN-START TO WS-PREV-SCAN-START
                 MOVE WS-SCAN-END TO WS-PREV-SCAN-END
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-SCAN-PERIOD
                 MOVE CAL-DATE TO WS-SCAN-START
              END-IF
              MOVE CAL-DATE TO WS-SCAN-END
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-FISCAL-FOUND
                 MOVE WS-PREV-SCAN-YEAR TO WS-PRI-FISCAL-YEAR
                 MOVE WS-PREV-SCAN-PERIOD TO WS-PRI-FISCAL-PERIOD
                 MOVE WS-PREV-SCAN-START TO WS-PRI-PERIOD-START
                 MOVE WS-PREV-SCAN-END TO WS-PRI-PERIOD-END
                 MOVE WS-PREV-YEAR-START TO WS-PRI-YEAR-START
                 MOVE WS-PREV-YEAR-END TO WS-PRI-YEAR-END
              END-IF
           END-IF.

       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - NOTHING CAN '
                 'BE RESTATED **'
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
              MOVE BRANCH-NO TO WS-SEARCH-BRANCH
              PERFORM 4100-FIND-BRANCH-ENTRY
              MOVE BRANCH-REGION TO BT-REGION(BT)
              MOVE BRANCH-DESC TO BT-DESC(BT)
           END-IF.

       1200-LOAD-REGION-HISTORY.
      *    The latest move on the region history dates each branch's
      *    restatement; without the history the moves print undated.
           OPEN INPUT REGHIST-IN
           IF REGHIST-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH REGION HISTORY - MOVES '
                 'PRINT WITHOUT AN EFFECTIVE DATE **'
           ELSE
              IF NOT REGHIST-OK
                 DISPLAY '** REGHIST-IN FILE IS NOT OK **'
                 DISPLAY '** REGHIST-IN: ' WS-REGHIST-STATUS
                 MOVE '1200-LOAD-REGION-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-MOVE UNTIL REGHIST-EOF
              CLOSE REGHIST-IN
           END-IF.

       1210-LOAD-ONE-MOVE.
           READ REGHIST-IN
              AT END SET REGHIST-EOF TO TRUE
           END-READ
           IF REGHIST-OK
              ADD 1 TO WS-REGHIST-READ-COUNT
              IF RGH-PREV-REGION NOT = SPACES
                 AND RGH-PREV-REGION NOT = RGH-REGION
                 MOVE RGH-BRANCH-NO TO WS-SEARCH-BRANCH
                 PERFORM 4100-FIND-BRANCH-ENTRY
                 IF RGH-EFFECTIVE-DATE NOT < BT-MOVE-DATE(BT)
                    MOVE RGH-EFFECTIVE-DATE TO BT-MOVE-DATE(BT)
                 END-IF
              END-IF
           END-IF.

       2000-LOAD-SALES.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - EVERY FIGURE '
                 'IS REPORTED AS ZERO **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '2000-LOAD-SALES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2005-START-REP-HISTORY
              PERFORM 2010-LOAD-ONE-SALE UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       2005-START-REP-HISTORY.
      *    The prior year, where there is one, starts before the
      *    prior period; reading stops after the prior period.
           MOVE WS-PRI-PERIOD-START TO WS-READ-FROM-DATE
           IF WS-PRI-YEAR-START > 0
              AND WS-PRI-YEAR-START < WS-READ-FROM-DATE
              MOVE WS-PRI-YEAR-START TO WS-READ-FROM-DATE
           END-IF
           MOVE WS-READ-FROM-DATE TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       2010-LOAD-ONE-SALE.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              ADD 1 TO WS-HIST-READ-COUNT
              IF HIST-DATE > WS-PRI-PERIOD-END
                 SET HIST-EOF TO TRUE
              ELSE
                 IF HIST-DATE NOT < WS-PRI-PERIOD-START
                    MOVE 1 TO WS-BLOCK
                    PERFORM 2100-ADD-ONE-SALE
                 END-IF
                 IF WS-PRI-YEAR-START > 0
                    AND HIST-DATE NOT < WS-PRI-YEAR-START
                    AND HIST-DATE NOT > WS-PRI-YEAR-END
                    MOVE 2 TO WS-BLOCK
                    PERFORM 2100-ADD-ONE-SALE
                 END-IF
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '2010-LOAD-ONE-SALE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-ADD-ONE-SALE.
      *    Each sale counts once under the region stamped on it and
      *    once under its branch's current region.
           COMPUTE WS-STAMP-COL = (WS-BLOCK * 2) - 1
           COMPUTE WS-RESTATE-COL = WS-BLOCK * 2
           MOVE HIST-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-ENTRY
           IF BT-REGION(BT) = SPACES
              MOVE HIST-REGION TO BT-REGION(BT)
           END-IF

           MOVE HIST-REGION TO WS-SEARCH-REGION
           PERFORM 4200-FIND-REGION-ENTRY
           ADD HIST-UNITS TO RG-UNITS(RG, WS-STAMP-COL)
           ADD HIST-RETAIL-VALUE TO RG-VALUE(RG, WS-STAMP-COL)

           MOVE BT-REGION(BT) TO WS-SEARCH-REGION
           PERFORM 4200-FIND-REGION-ENTRY
           ADD HIST-UNITS TO RG-UNITS(RG, WS-RESTATE-COL)
           ADD HIST-RETAIL-VALUE TO RG-VALUE(RG, WS-RESTATE-COL)

           IF HIST-REGION NOT = BT-REGION(BT)
              ADD 1 TO WS-HIST-RESTATED-COUNT
              MOVE 'Y' TO BT-MOVED(BT)
              MOVE HIST-REGION TO BT-FROM-REGION(BT)
              ADD HIST-UNITS TO BT-MOVED-UNITS(BT, WS-BLOCK)
              ADD HIST-RETAIL-VALUE TO BT-MOVED-VALUE(BT, WS-BLOCK)
           END-IF.

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'PRIOR FISCAL PERIOD' TO WS-BH-TEXT
           MOVE SPACES TO WS-BH-FISCAL
           STRING WS-PRI-FISCAL-YEAR '/' WS-PRI-FISCAL-PERIOD
              DELIMITED BY SIZE INTO WS-BH-FISCAL
           MOVE WS-PRI-PERIOD-START TO WS-BH-FROM
           MOVE WS-PRI-PERIOD-END TO WS-BH-TO
           MOVE 1 TO WS-BLOCK
           PERFORM 5000-PRINT-BLOCK

           MOVE 'PRIOR FISCAL YEAR' TO WS-BH-TEXT
           MOVE SPACES TO WS-BH-FISCAL
           MOVE WS-PRI-YEAR-START TO WS-BH-FROM
           MOVE WS-PRI-YEAR-END TO WS-BH-TO
           MOVE 2 TO WS-BLOCK
           PERFORM 5000-PRINT-BLOCK

           PERFORM 5400-PRINT-MOVED-BRANCHES

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY RECORDS RESTATED: ' WS-HIST-RESTATED-COUNT
           DISPLAY 'REGION HISTORY RECORDS READ: '
              WS-REGHIST-READ-COUNT
           DISPLAY 'BRANCHES RESTATED: ' WS-MOVED-BRANCH-COUNT
           DISPLAY 'REGIONS WITH A CHANGED BASELINE: '
              WS-CHANGED-REGION-COUNT.

       4100-FIND-BRANCH-ENTRY.
           SET BT TO 1
           SEARCH WS-BRANCH-ENTRY
              AT END
                 IF BT-ENTRIES = 500
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '4100-FIND-BRANCH-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 INITIALIZE WS-BRANCH-ENTRY(BT)
                 MOVE WS-SEARCH-BRANCH TO BT-BRANCH(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO BT-DESC(BT)
                 MOVE 'N' TO BT-MOVED(BT)
              WHEN BT-BRANCH(BT) = WS-SEARCH-BRANCH
                 CONTINUE
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
                 MOVE 'N' TO RG-CHANGED(RG)
              WHEN RG-REGION(RG) = WS-SEARCH-REGION
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
                 AND PARM-BUSINESS-DATE NUMERIC
                 MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-REGION.
      *    Regions print in code order: the lowest code not yet
      *    printed in this block is next.
           MOVE 'N' TO WS-REGION-FOUND
           MOVE HIGH-VALUES TO WS-CUR-REGION
           PERFORM 4910-TEST-ONE-REGION
              VARYING WS-RG-SUB FROM 1 BY 1
              UNTIL WS-RG-SUB > RG-ENTRIES.

       4910-TEST-ONE-REGION.
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

       5000-PRINT-BLOCK.
           MOVE WS-BLOCK-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           COMPUTE WS-STAMP-COL = (WS-BLOCK * 2) - 1
           COMPUTE WS-RESTATE-COL = WS-BLOCK * 2
           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 5010-CLEAR-ONE-PRINTED
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES
           PERFORM 4900-FIND-NEXT-REGION
           PERFORM 5100-PRINT-REGION UNTIL NOT REGION-FOUND

           MOVE SPACES TO WS-DET-REGION
           MOVE 'COMPANY TOTAL' TO WS-DET-NAME
           MOVE WS-CO-UNITS(WS-STAMP-COL) TO WS-FIG-STAMPED-UNITS
           MOVE WS-CO-UNITS(WS-RESTATE-COL) TO WS-FIG-RESTATED-UNITS
           MOVE WS-CO-VALUE(WS-STAMP-COL) TO WS-FIG-STAMPED-VALUE
           MOVE WS-CO-VALUE(WS-RESTATE-COL) TO WS-FIG-RESTATED-VALUE
           PERFORM 5200-EDIT-FIGURES
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5010-CLEAR-ONE-PRINTED.
           MOVE 'N' TO RG-PRINTED(RG).

       5050-LOOKUP-REGION-MASTER.
           MOVE SPACES TO WS-DET-NAME
           IF REGION-MAST-PRESENT
              MOVE WS-CUR-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'UNKNOWN REGION' TO WS-DET-NAME
                 NOT INVALID KEY
                    MOVE REGION-NAME TO WS-DET-NAME
              END-READ
           END-IF.

       5100-PRINT-REGION.
           MOVE WS-CUR-REGION TO WS-SEARCH-REGION
           PERFORM 4200-FIND-REGION-ENTRY
           MOVE 'Y' TO RG-PRINTED(RG)

           MOVE WS-CUR-REGION TO WS-DET-REGION
           PERFORM 5050-LOOKUP-REGION-MASTER
           MOVE RG-UNITS(RG, WS-STAMP-COL) TO WS-FIG-STAMPED-UNITS
           MOVE RG-UNITS(RG, WS-RESTATE-COL) TO WS-FIG-RESTATED-UNITS
           MOVE RG-VALUE(RG, WS-STAMP-COL) TO WS-FIG-STAMPED-VALUE
           MOVE RG-VALUE(RG, WS-RESTATE-COL) TO WS-FIG-RESTATED-VALUE
           PERFORM 5200-EDIT-FIGURES
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF (WS-FIG-DIFF-UNITS NOT = 0
              OR WS-FIG-DIFF-VALUE NOT = 0)
              AND NOT RG-IS-CHANGED(RG)
              MOVE 'Y' TO RG-CHANGED(RG)
              ADD 1 TO WS-CHANGED-REGION-COUNT
           END-IF

           ADD RG-UNITS(RG, WS-STAMP-COL) TO WS-CO-UNITS(WS-STAMP-COL)
           ADD RG-UNITS(RG, WS-RESTATE-COL)
              TO WS-CO-UNITS(WS-RESTATE-COL)
           ADD RG-VALUE(RG, WS-STAMP-COL) TO WS-CO-VALUE(WS-STAMP-COL)
           ADD RG-VALUE(RG, WS-RESTATE-COL)
              TO WS-CO-VALUE(WS-RESTATE-COL)

           PERFORM 4900-FIND-NEXT-REGION.

       5200-EDIT-FIGURES.
      *    The change is the restated less the stamped retail as a
      *    percentage of the stamped; a region with nothing stamped
      *    to it has nothing to change from.
           COMPUTE WS-FIG-DIFF-UNITS =
              WS-FIG-RESTATED-UNITS - WS-FIG-STAMPED-UNITS
           COMPUTE WS-FIG-DIFF-VALUE =
              WS-FIG-RESTATED-VALUE - WS-FIG-STAMPED-VALUE
           MOVE WS-FIG-STAMPED-UNITS TO WS-DET-STAMP-UNITS
           MOVE WS-FIG-RESTATED-UNITS TO WS-DET-RESTATE-UNITS
           MOVE WS-FIG-DIFF-UNITS TO WS-DET-DIFF-UNITS
           MOVE WS-FIG-STAMPED-VALUE TO WS-DET-STAMP-VALUE
           MOVE WS-FIG-RESTATED-VALUE TO WS-DET-RESTATE-VALUE
           MOVE WS-FIG-DIFF-VALUE TO WS-DET-DIFF-VALUE
           IF WS-FIG-STAMPED-VALUE = 0
              MOVE '     N/A' TO WS-PCT-TEXT
           ELSE
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 (WS-FIG-DIFF-VALUE * 100) / WS-FIG-STAMPED-VALUE
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF
           MOVE WS-PCT-TEXT TO WS-DET-CHANGE-PCT.

       5400-PRINT-MOVED-BRANCHES.
           MOVE WS-MOVED-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-MOVED-COLS-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 5410-PRINT-ONE-MOVED
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES
           IF WS-MOVED-BRANCH-COUNT = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'BRANCHES RESTATED:' TO WS-TOT-TEXT
           MOVE WS-MOVED-BRANCH-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'REGIONS WITH A CHANGED BASELINE:' TO WS-TOT-TEXT
           MOVE WS-CHANGED-REGION-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5410-PRINT-ONE-MOVED.
      *    FROM is the last region stamped on the branch's sales that
      *    is not its region today.
           SET BT TO WS-BT-SUB
           IF BT-HAS-MOVED(BT)
              ADD 1 TO WS-MOVED-BRANCH-COUNT
              MOVE BT-BRANCH(BT) TO WS-MV-BRANCH
              MOVE BT-DESC(BT) TO WS-MV-DESC
              MOVE BT-FROM-REGION(BT) TO WS-MV-FROM
              MOVE BT-REGION(BT) TO WS-MV-TO
              IF BT-MOVE-DATE(BT) = 0
                 MOVE 'UNKNOWN' TO WS-MV-EFFECTIVE
              ELSE
                 MOVE BT-MOVE-DATE(BT) TO WS-MV-EFFECTIVE
              END-IF
              MOVE BT-MOVED-UNITS(BT, 1) TO WS-MV-PERIOD-UNITS
              MOVE BT-MOVED-VALUE(BT, 1) TO WS-MV-PERIOD-VALUE
              MOVE BT-MOVED-UNITS(BT, 2) TO WS-MV-YEAR-UNITS
              MOVE BT-MOVED-VALUE(BT, 2) TO WS-MV-YEAR-VALUE
              MOVE WS-MOVED-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       9999-ABEND.
           MOVE 'RSTRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
