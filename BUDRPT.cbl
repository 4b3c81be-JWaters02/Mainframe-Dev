       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BRANCH BUDGET REPORTING                         *
      *                                                                *
      *  Function    : ACTUAL AGAINST BUDGET REPORT BY BRANCH WITHIN   *
      *                REGION. THE BUSINESS DATE (BUDPARM, ELSE THE    *
      *                RUN CONTROL, ELSE TODAY) IS LOOKED UP ON THE    *
      *                BUSINESS CALENDAR FOR ITS FISCAL YEAR AND       *
      *                PERIOD, AND NET UNITS AND RETAIL VALUE FROM THE *
      *                REPHIST SALES HISTORY ARE COMPARED WITH THE     *
      *                BUDGET MASTER FOR THE PERIOD TO DATE AND THE    *
      *                FISCAL YEAR TO DATE, WITH VARIANCE AND          *
      *                PERCENTAGE COLUMNS. BRANCHES MORE THAN THE      *
      *                BUDPARM PERCENTAGE (DEFAULT 10) UNDER THEIR     *
      *                PERIOD RETAIL VALUE BUDGET ARE LISTED AT THE    *
      *                TOP OF EACH REGION PAGE.                        *
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
           SELECT BUDGET-MAST ASSIGN TO BUDGET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BUD-KEY
           FILE STATUS IS WS-BUDGET-MAST-STATUS.
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
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PARM-IN ASSIGN TO BUDPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO BUDVRPT
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
       FD BUDGET-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 40 CHARACTERS.
           COPY BUDGETR.
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
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 13 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BUSINESS-DATE             PIC 9(8).
           05 PARM-UNDER-PERCENT             PIC 9(3)V99.
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
       01 WS-BUDGET-MAST-STATUS              PIC X(2).
           88 BUDGET-MAST-OK                 VALUE "00".
           88 BUDGET-MAST-EOF                VALUE "10".
           88 BUDGET-MAST-NO-FILE            VALUE "35".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-EOF                  VALUE "10".
           88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-REGION-IN-STATUS                PIC X(2).
           88 REGION-IN-OK                   VALUE "00".
           88 REGION-IN-NOT-FOUND            VALUE "35".
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
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *    Default flag level when BUDPARM does not give one.
       01 WS-UNDER-PERCENT                   PIC 9(3)V99 VALUE 10.
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-BT-SUB                          PIC 9(3) VALUE 0.
       01 WS-REGION-FLAGGED                  PIC 9(3) VALUE 0.
       01 WS-NET-UNITS                       PIC S9(7) VALUE 0.
       01 WS-VARIANCE-PCT                    PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDIT                        PIC ZZZ9.99-.
      *
      * Fiscal period of the business date, from the calendar...
      *
       01 WS-CUR-FISCAL-YEAR                 PIC 9(4) VALUE 0.
       01 WS-CUR-FISCAL-PERIOD               PIC 9(2) VALUE 0.
       01 WS-PERIOD-START-DATE               PIC 9(8) VALUE 0.
       01 WS-YEAR-START-DATE                 PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-PERIOD                     PIC 9(2) VALUE 0.
       01 WS-SCAN-START                      PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR-START                 PIC 9(8) VALUE 0.
      *
      * Figures being formatted onto a detail line...
      *
       01 WS-FIG-BUD-UNITS                   PIC S9(11) VALUE 0.
       01 WS-FIG-ACT-UNITS                   PIC S9(11) VALUE 0.
       01 WS-FIG-VAR-UNITS                   PIC S9(11) VALUE 0.
       01 WS-FIG-BUD-VALUE                   PIC S9(13)V99 VALUE 0.
       01 WS-FIG-ACT-VALUE                   PIC S9(13)V99 VALUE 0.
       01 WS-FIG-VAR-VALUE                   PIC S9(13)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-YTD-COUNT                  PIC 9(9) VALUE 0.
       01 WS-BUDGET-READ-COUNT               PIC 9(7) VALUE 0.
       01 WS-BUDGET-USED-COUNT               PIC 9(7) VALUE 0.
       01 WS-REPORTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-FLAGGED-COUNT                   PIC 9(7) VALUE 0.
      *
      * Region and company totals...
      *
       01 WS-REGION-TOTALS.
          05 WS-RGN-PBUD-UNITS               PIC S9(11) VALUE 0.
          05 WS-RGN-PACT-UNITS               PIC S9(11) VALUE 0.
          05 WS-RGN-YBUD-UNITS               PIC S9(11) VALUE 0.
          05 WS-RGN-YACT-UNITS               PIC S9(11) VALUE 0.
          05 WS-RGN-PBUD-VALUE               PIC S9(13)V99 VALUE 0.
          05 WS-RGN-PACT-VALUE               PIC S9(13)V99 VALUE 0.
          05 WS-RGN-YBUD-VALUE               PIC S9(13)V99 VALUE 0.
          05 WS-RGN-YACT-VALUE               PIC S9(13)V99 VALUE 0.
       01 WS-COMPANY-TOTALS.
          05 WS-CO-PBUD-UNITS                PIC S9(11) VALUE 0.
          05 WS-CO-PACT-UNITS                PIC S9(11) VALUE 0.
          05 WS-CO-YBUD-UNITS                PIC S9(11) VALUE 0.
          05 WS-CO-YACT-UNITS                PIC S9(11) VALUE 0.
          05 WS-CO-PBUD-VALUE                PIC S9(13)V99 VALUE 0.
          05 WS-CO-PACT-VALUE                PIC S9(13)V99 VALUE 0.
          05 WS-CO-YBUD-VALUE                PIC S9(13)V99 VALUE 0.
          05 WS-CO-YACT-VALUE                PIC S9(13)V99 VALUE 0.
      *
      * One entry per branch on the master, or with a budget or
      * sales this fiscal year...
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
             10 BT-MANAGER                   PIC X(20).
             10 BT-ACTIVE                    PIC X(1).
                88 BT-IS-ACTIVE              VALUE 'Y'.
             10 BT-FLAGGED                   PIC X(1).
                88 BT-IS-FLAGGED             VALUE 'Y'.
             10 BT-PBUD-UNITS                PIC S9(11).
             10 BT-PACT-UNITS                PIC S9(11).
             10 BT-YBUD-UNITS                PIC S9(11).
             10 BT-YACT-UNITS                PIC S9(11).
             10 BT-PBUD-VALUE                PIC S9(13)V99.
             10 BT-PACT-VALUE                PIC S9(13)V99.
             10 BT-YBUD-VALUE                PIC S9(13)V99.
             10 BT-YACT-VALUE                PIC S9(13)V99.
      *
      * Region list...
      *
       01 WS-REGION-TABLE.
          05 RG-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-REGION-ENTRY
             OCCURS 1 TO 50 TIMES
             DEPENDING ON RG-ENTRIES
             INDEXED BY RG.
             10 RG-REGION                    PIC X(2).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(36)   VALUE
                'BRANCH ACTUAL AGAINST BUDGET'.
             10 FILLER                       PIC X(20)   VALUE
                'FISCAL YEAR/PERIOD: '.
             10 WS-H1-FISCAL-YEAR            PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-FISCAL-PERIOD          PIC 9(2).
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(15)   VALUE
                '   FLAG UNDER: '.
             10 WS-H1-PERCENT                PIC ZZ9.99.
             10 FILLER                       PIC X(1)    VALUE '%'.
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'REGION: '.
             10 WS-H2-REGION                 PIC X(2).
             10 FILLER                       PIC X(1)    VALUE SPACE.
             10 WS-H2-REGION-NAME            PIC X(30).
             10 FILLER                       PIC X(1)    VALUE SPACE.
             10 FILLER                       PIC X(18)   VALUE
                'REGIONAL MANAGER: '.
             10 WS-H2-REGION-MANAGER         PIC X(20).
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-FLAG-HEAD-MSG.
             10 FILLER                       PIC X(19)   VALUE
                'BRANCHES MORE THAN '.
             10 WS-FH-PERCENT                PIC ZZ9.99.
             10 FILLER                       PIC X(40)   VALUE
                '% UNDER THEIR PERIOD RETAIL VALUE BUDGET'.
             10 FILLER                       PIC X(67)   VALUE SPACES.
          05 WS-FLAG-COLS-MSG.
             10 FILLER                       PIC X(8)    VALUE
                '  BRCH'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(22)   VALUE
                'MANAGER'.
             10 FILLER                       PIC X(15)   VALUE
                '  BUDGET VALUE'.
             10 FILLER                       PIC X(16)   VALUE
                '   ACTUAL VALUE'.
             10 FILLER                       PIC X(16)   VALUE
                ' VARIANCE VALUE'.
             10 FILLER                       PIC X(8)    VALUE
                '   VAR %'.
             10 FILLER                       PIC X(15)   VALUE SPACES.
          05 WS-FLAG-LINE.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-DESC                   PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-MANAGER                PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-BUD-VALUE              PIC Z(10)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-FL-ACT-VALUE              PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-FL-VAR-VALUE              PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-FL-PCT                    PIC X(8).
             10 FILLER                       PIC X(15)   VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(40)   VALUE
                'NO BRANCH FLAGGED'.
             10 FILLER                       PIC X(90)   VALUE SPACES.
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(19)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(7)    VALUE
                'BASIS'.
             10 FILLER                       PIC X(10)   VALUE
                ' BUD UNITS'.
             10 FILLER                       PIC X(12)   VALUE
                '  ACT UNITS'.
             10 FILLER                       PIC X(12)   VALUE
                '  VAR UNITS'.
             10 FILLER                       PIC X(11)   VALUE
                '    VAR %'.
             10 FILLER                       PIC X(14)   VALUE
                '  BUDGET VALUE'.
             10 FILLER                       PIC X(16)   VALUE
                '   ACTUAL VALUE'.
             10 FILLER                       PIC X(16)   VALUE
                ' VARIANCE VALUE'.
             10 FILLER                       PIC X(9)    VALUE
                '    VAR %'.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(18).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-BASIS                 PIC X(6).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-BUD-UNITS             PIC Z(9)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-ACT-UNITS             PIC Z(9)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-VAR-UNITS             PIC Z(9)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PCT-UNITS             PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-BUD-VALUE             PIC Z(10)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-ACT-VALUE             PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-VAR-VALUE             PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PCT-VALUE             PIC X(8).
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

           PERFORM 2000-ASSESS-BRANCH
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES

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

           PERFORM 1050-DERIVE-FISCAL-PERIOD
           DISPLAY 'BUDRPT: FISCAL PERIOD ' WS-CUR-FISCAL-YEAR '/'
              WS-CUR-FISCAL-PERIOD ' FROM ' WS-PERIOD-START-DATE
              ' YEAR FROM ' WS-YEAR-START-DATE
              ' TO ' WS-BUSINESS-DATE

           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1200-LOAD-BUDGETS
           PERFORM 1300-LOAD-ACTUALS

           OPEN INPUT REGION-IN
           IF REGION-IN-OK
              MOVE 'Y' TO WS-REGION-MAST-PRESENT
           ELSE
              IF REGION-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO REGION MASTER - PAGE '
                    'HEADINGS CARRY THE RAW CODE **'
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

       1050-DERIVE-FISCAL-PERIOD.
      *    The calendar is date-ordered and fiscal periods and years
      *    are contiguous runs of dates, so the period and the year
      *    to date both resolve to a start date ending on the
      *    business date.
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1050-DERIVE-FISCAL-PERIOD' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1060-SCAN-ONE-CAL-DATE UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN
           IF NOT FISCAL-FOUND
              DISPLAY '** BUSINESS DATE ' WS-BUSINESS-DATE
                 ' CARRIES NO FISCAL PERIOD ON THE CALENDAR **'
              MOVE '1050-DERIVE-FISCAL-PERIOD' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1060-SCAN-ONE-CAL-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-PERIOD NUMERIC
              AND CAL-FISCAL-PERIOD > 0
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 MOVE CAL-DATE TO WS-SCAN-YEAR-START
              END-IF
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 OR CAL-FISCAL-PERIOD NOT = WS-SCAN-PERIOD
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-SCAN-PERIOD
                 MOVE CAL-DATE TO WS-SCAN-START
              END-IF
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-FISCAL-FOUND
                 MOVE WS-SCAN-YEAR TO WS-CUR-FISCAL-YEAR
                 MOVE WS-SCAN-PERIOD TO WS-CUR-FISCAL-PERIOD
                 MOVE WS-SCAN-START TO WS-PERIOD-START-DATE
                 MOVE WS-SCAN-YEAR-START TO WS-YEAR-START-DATE
              END-IF
           END-IF.

       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - BRANCHES ARE '
                 'PLACED BY THEIR SALES HISTORY REGION **'
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
              MOVE BRANCH-MANAGER TO BT-MANAGER(BT)
           END-IF.

       1200-LOAD-BUDGETS.
           OPEN INPUT BUDGET-MAST
           IF BUDGET-MAST-NO-FILE
              DISPLAY '** WARNING: NO BUDGET MASTER - EVERY BUDGET '
                 'IS REPORTED AS ZERO **'
           ELSE
              IF NOT BUDGET-MAST-OK
                 DISPLAY '** BUDGET-MAST FILE IS NOT OK **'
                 DISPLAY '** BUDGET-MAST: ' WS-BUDGET-MAST-STATUS
                 MOVE '1200-LOAD-BUDGETS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-BUDGET UNTIL BUDGET-MAST-EOF
              CLOSE BUDGET-MAST
           END-IF.

       1210-LOAD-ONE-BUDGET.
           READ BUDGET-MAST
              AT END SET BUDGET-MAST-EOF TO TRUE
           END-READ
           IF BUDGET-MAST-OK
              ADD 1 TO WS-BUDGET-READ-COUNT
              IF BUD-FISCAL-YEAR = WS-CUR-FISCAL-YEAR
                 AND BUD-FISCAL-PERIOD NOT > WS-CUR-FISCAL-PERIOD
                 ADD 1 TO WS-BUDGET-USED-COUNT
                 MOVE BUD-BRANCH TO WS-SEARCH-BRANCH
                 PERFORM 4100-FIND-BRANCH-ENTRY
                 MOVE 'Y' TO BT-ACTIVE(BT)
                 ADD BUD-UNITS TO BT-YBUD-UNITS(BT)
                 ADD BUD-RETAIL-VALUE TO BT-YBUD-VALUE(BT)
                 IF BUD-FISCAL-PERIOD = WS-CUR-FISCAL-PERIOD
                    ADD BUD-UNITS TO BT-PBUD-UNITS(BT)
                    ADD BUD-RETAIL-VALUE TO BT-PBUD-VALUE(BT)
                 END-IF
              END-IF
           END-IF.

       1300-LOAD-ACTUALS.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - EVERY ACTUAL '
                 'IS REPORTED AS ZERO **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1300-LOAD-ACTUALS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1305-START-REP-HISTORY
              PERFORM 1310-LOAD-ONE-ACTUAL UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       1305-START-REP-HISTORY.
      *    Nothing before the fiscal year start counts towards either
      *    actual, so reading starts there.
           MOVE WS-YEAR-START-DATE TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       1310-LOAD-ONE-ACTUAL.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              ADD 1 TO WS-HIST-READ-COUNT
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              END-IF
              IF HIST-DATE NOT < WS-YEAR-START-DATE
                 AND HIST-DATE NOT > WS-BUSINESS-DATE
                 ADD 1 TO WS-HIST-YTD-COUNT
                 MOVE HIST-BRANCH TO WS-SEARCH-BRANCH
                 PERFORM 4100-FIND-BRANCH-ENTRY
                 IF BT-REGION(BT) = SPACES
                    MOVE HIST-REGION TO BT-REGION(BT)
                 END-IF
                 MOVE 'Y' TO BT-ACTIVE(BT)
                 COMPUTE WS-NET-UNITS =
                    HIST-UNITS - HIST-RETURN-UNITS
                 ADD WS-NET-UNITS TO BT-YACT-UNITS(BT)
                 ADD HIST-RETAIL-VALUE TO BT-YACT-VALUE(BT)
                 IF HIST-DATE NOT < WS-PERIOD-START-DATE
                    ADD WS-NET-UNITS TO BT-PACT-UNITS(BT)
                    ADD HIST-RETAIL-VALUE TO BT-PACT-VALUE(BT)
                 END-IF
              END-IF
           END-IF.

       2000-ASSESS-BRANCH.
           SET BT TO WS-BT-SUB
      *    A branch on the master with neither budget nor sales this
      *    year is left off the report.
           IF BT-IS-ACTIVE(BT)
              ADD 1 TO WS-REPORTED-COUNT
              IF BT-PBUD-VALUE(BT) > 0
                 AND (BT-PBUD-VALUE(BT) - BT-PACT-VALUE(BT)) * 100
                    > BT-PBUD-VALUE(BT) * WS-UNDER-PERCENT
                 MOVE 'Y' TO BT-FLAGGED(BT)
                 ADD 1 TO WS-FLAGGED-COUNT
              END-IF
              PERFORM 2100-NOTE-REGION
           END-IF.

       2100-NOTE-REGION.
           SET RG TO 1
           SEARCH WS-REGION-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '2100-NOTE-REGION' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 MOVE BT-REGION(BT) TO RG-REGION(RG-ENTRIES)
              WHEN RG-REGION(RG) = BT-REGION(BT)
                 CONTINUE
           END-SEARCH.

       3000-END-PROCESS.
           MOVE WS-CUR-FISCAL-YEAR TO WS-H1-FISCAL-YEAR
           MOVE WS-CUR-FISCAL-PERIOD TO WS-H1-FISCAL-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-UNDER-PERCENT TO WS-H1-PERCENT
           MOVE WS-UNDER-PERCENT TO WS-FH-PERCENT

           PERFORM 5000-PRINT-REGION-PAGE
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES

           PERFORM 5400-WRITE-TOTALS

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY RECORDS IN YEAR TO DATE: '
              WS-HIST-YTD-COUNT
           DISPLAY 'BUDGET RECORDS READ: ' WS-BUDGET-READ-COUNT
           DISPLAY 'BUDGET RECORDS IN YEAR TO DATE: '
              WS-BUDGET-USED-COUNT
           DISPLAY 'BRANCHES REPORTED: ' WS-REPORTED-COUNT
           DISPLAY 'BRANCHES FLAGGED: ' WS-FLAGGED-COUNT.

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
                 MOVE WS-SEARCH-BRANCH TO BT-BRANCH(BT)
                 MOVE SPACES TO BT-REGION(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO BT-DESC(BT)
                 MOVE SPACES TO BT-MANAGER(BT)
                 MOVE 'N' TO BT-ACTIVE(BT)
                 MOVE 'N' TO BT-FLAGGED(BT)
                 MOVE 0 TO BT-PBUD-UNITS(BT)
                 MOVE 0 TO BT-PACT-UNITS(BT)
                 MOVE 0 TO BT-YBUD-UNITS(BT)
                 MOVE 0 TO BT-YACT-UNITS(BT)
                 MOVE 0 TO BT-PBUD-VALUE(BT)
                 MOVE 0 TO BT-PACT-VALUE(BT)
                 MOVE 0 TO BT-YBUD-VALUE(BT)
                 MOVE 0 TO BT-YACT-VALUE(BT)
              WHEN BT-BRANCH(BT) = WS-SEARCH-BRANCH
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
                 IF PARM-UNDER-PERCENT NUMERIC
                    AND PARM-UNDER-PERCENT > 0
                    MOVE PARM-UNDER-PERCENT TO WS-UNDER-PERCENT
                 END-IF
              END-IF
              CLOSE PARM-IN
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

       5000-PRINT-REGION-PAGE.
           MOVE RG-REGION(RG) TO WS-CUR-REGION
           PERFORM 5050-LOOKUP-REGION-MASTER

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-CUR-REGION TO WS-H2-REGION
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

      *    Branches under budget head the page so they are seen
      *    before the detail.
           MOVE WS-FLAG-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-FLAG-COLS-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 0 TO WS-REGION-FLAGGED
           PERFORM 5100-PRINT-FLAGGED
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES
           IF WS-REGION-FLAGGED = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           INITIALIZE WS-REGION-TOTALS
           PERFORM 5200-PRINT-BRANCH
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES

           MOVE SPACES TO WS-DET-BRANCH
           MOVE 'REGION TOTAL' TO WS-DET-DESC
           MOVE WS-RGN-PBUD-UNITS TO WS-FIG-BUD-UNITS
           MOVE WS-RGN-PACT-UNITS TO WS-FIG-ACT-UNITS
           MOVE WS-RGN-PBUD-VALUE TO WS-FIG-BUD-VALUE
           MOVE WS-RGN-PACT-VALUE TO WS-FIG-ACT-VALUE
           MOVE 'PERIOD' TO WS-DET-BASIS
           PERFORM 5300-WRITE-FIGURES
           MOVE SPACES TO WS-DET-DESC
           MOVE WS-RGN-YBUD-UNITS TO WS-FIG-BUD-UNITS
           MOVE WS-RGN-YACT-UNITS TO WS-FIG-ACT-UNITS
           MOVE WS-RGN-YBUD-VALUE TO WS-FIG-BUD-VALUE
           MOVE WS-RGN-YACT-VALUE TO WS-FIG-ACT-VALUE
           MOVE 'YTD' TO WS-DET-BASIS
           PERFORM 5300-WRITE-FIGURES

           ADD WS-RGN-PBUD-UNITS TO WS-CO-PBUD-UNITS
           ADD WS-RGN-PACT-UNITS TO WS-CO-PACT-UNITS
           ADD WS-RGN-YBUD-UNITS TO WS-CO-YBUD-UNITS
           ADD WS-RGN-YACT-UNITS TO WS-CO-YACT-UNITS
           ADD WS-RGN-PBUD-VALUE TO WS-CO-PBUD-VALUE
           ADD WS-RGN-PACT-VALUE TO WS-CO-PACT-VALUE
           ADD WS-RGN-YBUD-VALUE TO WS-CO-YBUD-VALUE
           ADD WS-RGN-YACT-VALUE TO WS-CO-YACT-VALUE

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5050-LOOKUP-REGION-MASTER.
           MOVE SPACES TO WS-H2-REGION-NAME
           MOVE SPACES TO WS-H2-REGION-MANAGER
           IF REGION-MAST-PRESENT
              MOVE WS-CUR-REGION TO REGION-CODE
              READ REGION-IN
                 INVALID KEY
                    MOVE 'UNKNOWN REGION' TO WS-H2-REGION-NAME
                 NOT INVALID KEY
                    MOVE REGION-NAME TO WS-H2-REGION-NAME
                    MOVE REGION-MANAGER TO WS-H2-REGION-MANAGER
              END-READ
           END-IF.

       5100-PRINT-FLAGGED.
           IF BT-REGION(WS-BT-SUB) = WS-CUR-REGION
              AND BT-IS-FLAGGED(WS-BT-SUB)
              ADD 1 TO WS-REGION-FLAGGED
              MOVE BT-BRANCH(WS-BT-SUB) TO WS-FL-BRANCH
              MOVE BT-DESC(WS-BT-SUB) TO WS-FL-DESC
              MOVE BT-MANAGER(WS-BT-SUB) TO WS-FL-MANAGER
              MOVE BT-PBUD-VALUE(WS-BT-SUB) TO WS-FIG-BUD-VALUE
              MOVE BT-PACT-VALUE(WS-BT-SUB) TO WS-FIG-ACT-VALUE
              COMPUTE WS-FIG-VAR-VALUE =
                 WS-FIG-ACT-VALUE - WS-FIG-BUD-VALUE
              MOVE WS-FIG-BUD-VALUE TO WS-FL-BUD-VALUE
              MOVE WS-FIG-ACT-VALUE TO WS-FL-ACT-VALUE
              MOVE WS-FIG-VAR-VALUE TO WS-FL-VAR-VALUE
              PERFORM 5320-VALUE-PCT
              MOVE WS-DET-PCT-VALUE TO WS-FL-PCT
              MOVE WS-FLAG-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       5200-PRINT-BRANCH.
           IF BT-REGION(WS-BT-SUB) = WS-CUR-REGION
              AND BT-IS-ACTIVE(WS-BT-SUB)
              ADD BT-PBUD-UNITS(WS-BT-SUB) TO WS-RGN-PBUD-UNITS
              ADD BT-PACT-UNITS(WS-BT-SUB) TO WS-RGN-PACT-UNITS
              ADD BT-YBUD-UNITS(WS-BT-SUB) TO WS-RGN-YBUD-UNITS
              ADD BT-YACT-UNITS(WS-BT-SUB) TO WS-RGN-YACT-UNITS
              ADD BT-PBUD-VALUE(WS-BT-SUB) TO WS-RGN-PBUD-VALUE
              ADD BT-PACT-VALUE(WS-BT-SUB) TO WS-RGN-PACT-VALUE
              ADD BT-YBUD-VALUE(WS-BT-SUB) TO WS-RGN-YBUD-VALUE
              ADD BT-YACT-VALUE(WS-BT-SUB) TO WS-RGN-YACT-VALUE

              MOVE BT-BRANCH(WS-BT-SUB) TO WS-DET-BRANCH
              MOVE BT-DESC(WS-BT-SUB) TO WS-DET-DESC
              MOVE BT-PBUD-UNITS(WS-BT-SUB) TO WS-FIG-BUD-UNITS
              MOVE BT-PACT-UNITS(WS-BT-SUB) TO WS-FIG-ACT-UNITS
              MOVE BT-PBUD-VALUE(WS-BT-SUB) TO WS-FIG-BUD-VALUE
              MOVE BT-PACT-VALUE(WS-BT-SUB) TO WS-FIG-ACT-VALUE
              MOVE 'PERIOD' TO WS-DET-BASIS
              PERFORM 5300-WRITE-FIGURES

              MOVE SPACES TO WS-DET-BRANCH
              MOVE SPACES TO WS-DET-DESC
              MOVE BT-YBUD-UNITS(WS-BT-SUB) TO WS-FIG-BUD-UNITS
              MOVE BT-YACT-UNITS(WS-BT-SUB) TO WS-FIG-ACT-UNITS
              MOVE BT-YBUD-VALUE(WS-BT-SUB) TO WS-FIG-BUD-VALUE
              MOVE BT-YACT-VALUE(WS-BT-SUB) TO WS-FIG-ACT-VALUE
              MOVE 'YTD' TO WS-DET-BASIS
              PERFORM 5300-WRITE-FIGURES
           END-IF.

       5300-WRITE-FIGURES.
      *    Variance is actual less budget, so a shortfall prints
      *    negative; the percentage is of budget.
           COMPUTE WS-FIG-VAR-UNITS =
              WS-FIG-ACT-UNITS - WS-FIG-BUD-UNITS
           COMPUTE WS-FIG-VAR-VALUE =
              WS-FIG-ACT-VALUE - WS-FIG-BUD-VALUE
           MOVE WS-FIG-BUD-UNITS TO WS-DET-BUD-UNITS
           MOVE WS-FIG-ACT-UNITS TO WS-DET-ACT-UNITS
           MOVE WS-FIG-VAR-UNITS TO WS-DET-VAR-UNITS
           MOVE WS-FIG-BUD-VALUE TO WS-DET-BUD-VALUE
           MOVE WS-FIG-ACT-VALUE TO WS-DET-ACT-VALUE
           MOVE WS-FIG-VAR-VALUE TO WS-DET-VAR-VALUE
           PERFORM 5310-UNITS-PCT
           PERFORM 5320-VALUE-PCT
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5310-UNITS-PCT.
           IF WS-FIG-BUD-UNITS = 0
              MOVE '     N/A' TO WS-DET-PCT-UNITS
           ELSE
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 (WS-FIG-VAR-UNITS * 100) / WS-FIG-BUD-UNITS
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-VARIANCE-PCT
              END-COMPUTE
              MOVE WS-VARIANCE-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-DET-PCT-UNITS
           END-IF.

       5320-VALUE-PCT.
           IF WS-FIG-BUD-VALUE = 0
              MOVE '     N/A' TO WS-DET-PCT-VALUE
           ELSE
              COMPUTE WS-VARIANCE-PCT ROUNDED =
                 (WS-FIG-VAR-VALUE * 100) / WS-FIG-BUD-VALUE
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-VARIANCE-PCT
              END-COMPUTE
              MOVE WS-VARIANCE-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-DET-PCT-VALUE
           END-IF.

       5400-WRITE-TOTALS.
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO WS-DET-BRANCH
           MOVE 'COMPANY TOTAL' TO WS-DET-DESC
           MOVE WS-CO-PBUD-UNITS TO WS-FIG-BUD-UNITS
           MOVE WS-CO-PACT-UNITS TO WS-FIG-ACT-UNITS
           MOVE WS-CO-PBUD-VALUE TO WS-FIG-BUD-VALUE
           MOVE WS-CO-PACT-VALUE TO WS-FIG-ACT-VALUE
           MOVE 'PERIOD' TO WS-DET-BASIS
           PERFORM 5300-WRITE-FIGURES
           MOVE SPACES TO WS-DET-DESC
           MOVE WS-CO-YBUD-UNITS TO WS-FIG-BUD-UNITS
           MOVE WS-CO-YACT-UNITS TO WS-FIG-ACT-UNITS
           MOVE WS-CO-YBUD-VALUE TO WS-FIG-BUD-VALUE
           MOVE WS-CO-YACT-VALUE TO WS-FIG-ACT-VALUE
           MOVE 'YTD' TO WS-DET-BASIS
           PERFORM 5300-WRITE-FIGURES
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'BRANCHES REPORTED:' TO WS-TOT-TEXT
           MOVE WS-REPORTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'BRANCHES FLAGGED UNDER BUDGET:' TO WS-TOT-TEXT
           MOVE WS-FLAGGED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'BUDRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
