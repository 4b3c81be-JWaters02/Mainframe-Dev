       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LFLRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : LIKE-FOR-LIKE SALES                             *
      *                                                                *
      *  Function    : LIKE-FOR-LIKE BRANCH SALES. FOR THE FISCAL      *
      *                PERIOD AND YEAR TO DATE ENDING ON THE BUSINESS  *
      *                DATE (LFLPARM, ELSE THE RUN CONTROL, ELSE       *
      *                TODAY), COMPARE REPHIST NET UNITS AND RETAIL    *
      *                VALUE BY REGION WITH THE SAME FISCAL PERIOD AND *
      *                YEAR LAST YEAR FROM CALENDAR, TAKEN OVER THE    *
      *                SAME NUMBER OF DAYS. A BRANCH IS LIKE-FOR-LIKE  *
      *                FOR A COMPARISON WHEN ITS BRANCHES OPEN DATE IS *
      *                NO LATER THAN THE START OF LAST YEAR'S WINDOW   *
      *                AND IT HAS NOT CLOSED BY THE BUSINESS DATE.     *
      *                LIKE-FOR-LIKE AND ALL-BRANCH GROWTH PRINT SIDE  *
      *                BY SIDE, FOLLOWED BY THE NEW, CLOSED AND        *
      *                UNKNOWN BRANCHES EXCLUDED.                      *
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
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PARM-IN ASSIGN TO LFLPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO LFLRPT
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
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-BT-SUB                          PIC 9(3) VALUE 0.
       01 WS-COL                             PIC 9(2) VALUE 0.
       01 WS-BLOCK-BASE                      PIC 9(2) VALUE 0.
       01 WS-NET-UNITS                       PIC S9(7) VALUE 0.
       01 WS-GROWTH-PCT                      PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDIT                        PIC ZZZ9.99-.
       01 WS-PCT-TEXT                        PIC X(8) VALUE SPACES.
      *
      * This year's fiscal period and year to date end on the
      * business date; last year's run the same number of calendar
      * days from the start of the same fiscal period and year...
      *
       01 WS-CUR-FISCAL-YEAR                 PIC 9(4) VALUE 0.
       01 WS-CUR-FISCAL-PERIOD               PIC 9(2) VALUE 0.
       01 WS-PERIOD-START-DATE               PIC 9(8) VALUE 0.
       01 WS-YEAR-START-DATE                 PIC 9(8) VALUE 0.
       01 WS-PTD-DAYS                        PIC 9(3) VALUE 0.
       01 WS-YTD-DAYS                        PIC 9(3) VALUE 0.
       01 WS-LY-FISCAL-YEAR                  PIC 9(4) VALUE 0.
       01 WS-LY-PERIOD-START                 PIC 9(8) VALUE 0.
       01 WS-LY-PERIOD-END                   PIC 9(8) VALUE 0.
       01 WS-LY-YEAR-START                   PIC 9(8) VALUE 0.
       01 WS-LY-YEAR-END                     PIC 9(8) VALUE 0.
       01 WS-LY-PTD-DAYS                     PIC 9(3) VALUE 0.
       01 WS-LY-YTD-DAYS                     PIC 9(3) VALUE 0.
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-PERIOD                     PIC 9(2) VALUE 0.
       01 WS-SCAN-START                      PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR-START                 PIC 9(8) VALUE 0.
       01 WS-SCAN-PTD-DAYS                   PIC 9(3) VALUE 0.
       01 WS-SCAN-YTD-DAYS                   PIC 9(3) VALUE 0.
      *
      * Counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-TY-COUNT                   PIC 9(9) VALUE 0.
       01 WS-HIST-LY-COUNT                   PIC 9(9) VALUE 0.
       01 WS-REPORTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-PERIOD-LFL-COUNT                PIC 9(7) VALUE 0.
       01 WS-YTD-LFL-COUNT                   PIC 9(7) VALUE 0.
       01 WS-EXCLUDED-COUNT                  PIC 9(7) VALUE 0.
      *
      * One entry per branch on the master or with sales in either
      * year. Figures 1-2 are the period this year and last, 3-4 the
      * year to date this year and last...
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
             10 BT-OPEN-DATE                 PIC 9(8).
             10 BT-CLOSE-DATE                PIC 9(8).
             10 BT-ON-MASTER                 PIC X(1).
                88 BT-IS-ON-MASTER           VALUE 'Y'.
             10 BT-ACTIVE                    PIC X(1).
                88 BT-IS-ACTIVE              VALUE 'Y'.
             10 BT-PERIOD-LFL                PIC X(1).
                88 BT-IN-PERIOD-LFL          VALUE 'Y'.
             10 BT-YTD-LFL                   PIC X(1).
                88 BT-IN-YTD-LFL             VALUE 'Y'.
             10 BT-UNITS OCCURS 4 TIMES      PIC S9(11).
             10 BT-VALUE OCCURS 4 TIMES      PIC S9(13)V99.
      *
      * Region totals. Columns 1-4 are the period - like-for-like
      * this year and last, then all branches this year and last;
      * columns 5-8 are the same for the year to date...
      *
       01 WS-REGION-TABLE.
          05 RG-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-REGION-ENTRY
             OCCURS 1 TO 50 TIMES
             DEPENDING ON RG-ENTRIES
             INDEXED BY RG.
             10 RG-REGION                    PIC X(2).
             10 RG-UNITS OCCURS 8 TIMES      PIC S9(11).
             10 RG-VALUE OCCURS 8 TIMES      PIC S9(13)V99.
       01 WS-COMPANY-TOTALS.
          05 WS-CO-UNITS OCCURS 8 TIMES      PIC S9(11).
          05 WS-CO-VALUE OCCURS 8 TIMES      PIC S9(13)V99.
       01 WS-FIGURES.
          05 WS-FIG-THIS-YEAR                PIC S9(13)V99.
          05 WS-FIG-LAST-YEAR                PIC S9(13)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(36)   VALUE
                'LIKE-FOR-LIKE BRANCH SALES'.
             10 FILLER                       PIC X(20)   VALUE
                'FISCAL YEAR/PERIOD: '.
             10 WS-H1-FISCAL-YEAR            PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-FISCAL-PERIOD          PIC 9(2).
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(43)   VALUE SPACES.
          05 WS-BLOCK-HEAD-MSG.
             10 WS-BH-TEXT                   PIC X(24).
             10 FILLER                       PIC X(11)   VALUE
                'THIS YEAR: '.
             10 WS-BH-TY-FROM                PIC 9(8).
             10 FILLER                       PIC X(3)    VALUE ' - '.
             10 WS-BH-TY-TO                  PIC 9(8).
             10 FILLER                       PIC X(14)   VALUE
                '   LAST YEAR: '.
             10 WS-BH-LY-FROM                PIC 9(8).
             10 FILLER                       PIC X(3)    VALUE ' - '.
             10 WS-BH-LY-TO                  PIC 9(8).
             10 FILLER                       PIC X(45)   VALUE SPACES.
          05 WS-COLUMN-HEAD-MSG.
             10 FILLER                       PIC X(32)   VALUE
                'RG  NAME                  BASIS'.
             10 FILLER                       PIC X(16)   VALUE
                '  LFL THIS YEAR '.
             10 FILLER                       PIC X(16)   VALUE
                '  LFL LAST YEAR '.
             10 FILLER                       PIC X(10)   VALUE
                '   LFL %  '.
             10 FILLER                       PIC X(16)   VALUE
                '  ALL THIS YEAR '.
             10 FILLER                       PIC X(16)   VALUE
                '  ALL LAST YEAR '.
             10 FILLER                       PIC X(8)    VALUE
                '   ALL %'.
             10 FILLER                       PIC X(18)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-REGION                PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-NAME                  PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-BASIS                 PIC X(6).
             10 WS-DET-LFL-TY                PIC X(15).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-LFL-LY                PIC X(15).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-LFL-PCT               PIC X(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ALL-TY                PIC X(15).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-ALL-LY                PIC X(15).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-ALL-PCT               PIC X(8).
             10 FILLER                       PIC X(18)   VALUE SPACES.
          05 WS-UNITS-EDIT                   PIC Z(13)9-.
          05 WS-VALUE-EDIT                   PIC Z(10)9.99-.
          05 WS-EXCL-HEAD-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'BRANCHES EXCLUDED FROM LIKE-FOR-LIKE'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-EXCL-COLS-MSG.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(4)    VALUE 'RG'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(10)   VALUE
                'OPENED'.
             10 FILLER                       PIC X(10)   VALUE
                'CLOSED'.
             10 FILLER                       PIC X(22)   VALUE
                'REASON'.
             10 FILLER                       PIC X(20)   VALUE
                'EXCLUDED FROM'.
             10 FILLER                       PIC X(28)   VALUE SPACES.
          05 WS-EXCL-LINE.
             10 WS-EX-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-REGION                 PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-DESC                   PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-OPEN-DATE              PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-CLOSE-DATE             PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-REASON                 PIC X(20).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-EX-SCOPE                  PIC X(20).
             10 FILLER                       PIC X(28)   VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(40)   VALUE
                'NO BRANCH EXCLUDED'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
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
           PERFORM 1070-DERIVE-LAST-YEAR
           DISPLAY 'LFLRPT: FISCAL PERIOD ' WS-CUR-FISCAL-YEAR '/'
              WS-CUR-FISCAL-PERIOD ' FROM ' WS-PERIOD-START-DATE
              ' YEAR FROM ' WS-YEAR-START-DATE
              ' TO ' WS-BUSINESS-DATE
           DISPLAY 'LFLRPT: LAST YEAR PERIOD ' WS-LY-PERIOD-START
              ' TO ' WS-LY-PERIOD-END ' YEAR ' WS-LY-YEAR-START
              ' TO ' WS-LY-YEAR-END

           PERFORM 1100-LOAD-BRANCH-MASTER
           PERFORM 1300-LOAD-SALES

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

       1050-DERIVE-FISCAL-PERIOD.
      *    The calendar is date-ordered and fiscal periods and years
      *    are contiguous runs of dates, so the period and the year
      *    to date both resolve to a start date and a day count
      *    ending on the business date.
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
              AND NOT FISCAL-FOUND
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-PERIOD NUMERIC
              AND CAL-FISCAL-PERIOD > 0
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 MOVE CAL-DATE TO WS-SCAN-YEAR-START
                 MOVE 0 TO WS-SCAN-YTD-DAYS
              END-IF
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 OR CAL-FISCAL-PERIOD NOT = WS-SCAN-PERIOD
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-SCAN-PERIOD
                 MOVE CAL-DATE TO WS-SCAN-START
                 MOVE 0 TO WS-SCAN-PTD-DAYS
              END-IF
              ADD 1 TO WS-SCAN-YTD-DAYS
              ADD 1 TO WS-SCAN-PTD-DAYS
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-FISCAL-FOUND
                 MOVE WS-SCAN-YEAR TO WS-CUR-FISCAL-YEAR
                 MOVE WS-SCAN-PERIOD TO WS-CUR-FISCAL-PERIOD
                 MOVE WS-SCAN-START TO WS-PERIOD-START-DATE
                 MOVE WS-SCAN-YEAR-START TO WS-YEAR-START-DATE
                 MOVE WS-SCAN-PTD-DAYS TO WS-PTD-DAYS
                 MOVE WS-SCAN-YTD-DAYS TO WS-YTD-DAYS
              END-IF
           END-IF.

       1070-DERIVE-LAST-YEAR.
      *    Last year's comparison runs from the start of the same
      *    fiscal period and year for as many calendar days as this
      *    year has run, stopping short if last year's was shorter.
           COMPUTE WS-LY-FISCAL-YEAR = WS-CUR-FISCAL-YEAR - 1
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1070-DERIVE-LAST-YEAR' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1080-SCAN-ONE-LY-DATE UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN
           IF WS-LY-YEAR-START = 0
              OR WS-LY-PERIOD-START = 0
              DISPLAY '** FISCAL PERIOD ' WS-LY-FISCAL-YEAR '/'
                 WS-CUR-FISCAL-PERIOD ' IS NOT ON THE CALENDAR - '
                 'NO COMPARISON YEAR **'
              MOVE '1070-DERIVE-LAST-YEAR' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1080-SCAN-ONE-LY-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              IF CAL-FISCAL-YEAR NUMERIC
                 AND CAL-FISCAL-YEAR > WS-LY-FISCAL-YEAR
                 SET CALENDAR-EOF TO TRUE
              END-IF
           END-IF
           IF CALENDAR-OK
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-YEAR = WS-LY-FISCAL-YEAR
              IF WS-LY-YEAR-START = 0
                 MOVE CAL-DATE TO WS-LY-YEAR-START
              END-IF
              ADD 1 TO WS-LY-YTD-DAYS
              IF WS-LY-YTD-DAYS NOT > WS-YTD-DAYS
                 MOVE CAL-DATE TO WS-LY-YEAR-END
              END-IF
              IF CAL-FISCAL-PERIOD = WS-CUR-FISCAL-PERIOD
                 IF WS-LY-PERIOD-START = 0
                    MOVE CAL-DATE TO WS-LY-PERIOD-START
                 END-IF
                 ADD 1 TO WS-LY-PTD-DAYS
                 IF WS-LY-PTD-DAYS NOT > WS-PTD-DAYS
                    MOVE CAL-DATE TO WS-LY-PERIOD-END
                 END-IF
              END-IF
           END-IF.

       1100-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - NO BRANCH '
                 'QUALIFIES AS LIKE-FOR-LIKE **'
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
              MOVE 'Y' TO BT-ON-MASTER(BT)
              MOVE BRANCH-REGION TO BT-REGION(BT)
              MOVE BRANCH-DESC TO BT-DESC(BT)
              IF BRANCH-OPEN-DATE NUMERIC
                 MOVE BRANCH-OPEN-DATE TO BT-OPEN-DATE(BT)
              END-IF
              IF BRANCH-CLOSE-DATE NUMERIC
                 MOVE BRANCH-CLOSE-DATE TO BT-CLOSE-DATE(BT)
              END-IF
           END-IF.

       1300-LOAD-SALES.
           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - EVERY FIGURE '
                 'IS REPORTED AS ZERO **'
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1300-LOAD-SALES' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1305-START-REP-HISTORY
              PERFORM 1310-LOAD-ONE-SALE UNTIL HIST-EOF
              CLOSE REP-HISTORY
           END-IF.

       1305-START-REP-HISTORY.
      *    Nothing before last year's fiscal year start counts, so
      *    reading starts there.
           MOVE WS-LY-YEAR-START TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       1310-LOAD-ONE-SALE.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              ADD 1 TO WS-HIST-READ-COUNT
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              ELSE
                 COMPUTE WS-NET-UNITS =
                    HIST-UNITS - HIST-RETURN-UNITS
                 IF HIST-DATE NOT < WS-YEAR-START-DATE
                    ADD 1 TO WS-HIST-TY-COUNT
                    PERFORM 1320-FIND-SALE-BRANCH
                    ADD WS-NET-UNITS TO BT-UNITS(BT, 3)
                    ADD HIST-RETAIL-VALUE TO BT-VALUE(BT, 3)
                    IF HIST-DATE NOT < WS-PERIOD-START-DATE
                       ADD WS-NET-UNITS TO BT-UNITS(BT, 1)
                       ADD HIST-RETAIL-VALUE TO BT-VALUE(BT, 1)
                    END-IF
                 END-IF
                 IF HIST-DATE NOT > WS-LY-YEAR-END
                    ADD 1 TO WS-HIST-LY-COUNT
                    PERFORM 1320-FIND-SALE-BRANCH
                    ADD WS-NET-UNITS TO BT-UNITS(BT, 4)
                    ADD HIST-RETAIL-VALUE TO BT-VALUE(BT, 4)
                 END-IF
                 IF HIST-DATE NOT < WS-LY-PERIOD-START
                    AND HIST-DATE NOT > WS-LY-PERIOD-END
                    PERFORM 1320-FIND-SALE-BRANCH
                    ADD WS-NET-UNITS TO BT-UNITS(BT, 2)
                    ADD HIST-RETAIL-VALUE TO BT-VALUE(BT, 2)
                 END-IF
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '1310-LOAD-ONE-SALE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1320-FIND-SALE-BRANCH.
           MOVE HIST-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-ENTRY
           IF BT-REGION(BT) = SPACES
              MOVE HIST-REGION TO BT-REGION(BT)
           END-IF
           MOVE 'Y' TO BT-ACTIVE(BT).

       2000-ASSESS-BRANCH.
      *    A branch is like-for-like for a comparison when it was
      *    open by the start of last year's window and is still open
      *    on the business date; one with neither year's sales is
      *    left off the report.
           SET BT TO WS-BT-SUB
           IF BT-IS-ACTIVE(BT)
              ADD 1 TO WS-REPORTED-COUNT
              IF BT-IS-ON-MASTER(BT)
                 AND (BT-CLOSE-DATE(BT) = 0
                 OR BT-CLOSE-DATE(BT) > WS-BUSINESS-DATE)
                 IF BT-OPEN-DATE(BT) NOT > WS-LY-PERIOD-START
                    MOVE 'Y' TO BT-PERIOD-LFL(BT)
                    ADD 1 TO WS-PERIOD-LFL-COUNT
                 END-IF
                 IF BT-OPEN-DATE(BT) NOT > WS-LY-YEAR-START
                    MOVE 'Y' TO BT-YTD-LFL(BT)
                    ADD 1 TO WS-YTD-LFL-COUNT
                 END-IF
              END-IF
              PERFORM 2100-NOTE-REGION
              PERFORM 2200-ADD-TO-REGION
                 VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 2
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
                 SET RG TO RG-ENTRIES
                 INITIALIZE WS-REGION-ENTRY(RG)
                 MOVE BT-REGION(BT) TO RG-REGION(RG)
              WHEN RG-REGION(RG) = BT-REGION(BT)
                 CONTINUE
           END-SEARCH.

       2200-ADD-TO-REGION.
      *    WS-COL 1 is the period and 2 the year to date; every
      *    branch counts in the all-branch columns, only a
      *    like-for-like one in the like-for-like columns.
           IF WS-COL = 1
              ADD BT-UNITS(BT, 1) TO RG-UNITS(RG, 3)
              ADD BT-UNITS(BT, 2) TO RG-UNITS(RG, 4)
              ADD BT-VALUE(BT, 1) TO RG-VALUE(RG, 3)
              ADD BT-VALUE(BT, 2) TO RG-VALUE(RG, 4)
              IF BT-IN-PERIOD-LFL(BT)
                 ADD BT-UNITS(BT, 1) TO RG-UNITS(RG, 1)
                 ADD BT-UNITS(BT, 2) TO RG-UNITS(RG, 2)
                 ADD BT-VALUE(BT, 1) TO RG-VALUE(RG, 1)
                 ADD BT-VALUE(BT, 2) TO RG-VALUE(RG, 2)
              END-IF
           ELSE
              ADD BT-UNITS(BT, 3) TO RG-UNITS(RG, 7)
              ADD BT-UNITS(BT, 4) TO RG-UNITS(RG, 8)
              ADD BT-VALUE(BT, 3) TO RG-VALUE(RG, 7)
              ADD BT-VALUE(BT, 4) TO RG-VALUE(RG, 8)
              IF BT-IN-YTD-LFL(BT)
                 ADD BT-UNITS(BT, 3) TO RG-UNITS(RG, 5)
                 ADD BT-UNITS(BT, 4) TO RG-UNITS(RG, 6)
                 ADD BT-VALUE(BT, 3) TO RG-VALUE(RG, 5)
                 ADD BT-VALUE(BT, 4) TO RG-VALUE(RG, 6)
              END-IF
           END-IF.

       3000-END-PROCESS.
           MOVE WS-CUR-FISCAL-YEAR TO WS-H1-FISCAL-YEAR
           MOVE WS-CUR-FISCAL-PERIOD TO WS-H1-FISCAL-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'FISCAL PERIOD TO DATE' TO WS-BH-TEXT
           MOVE WS-PERIOD-START-DATE TO WS-BH-TY-FROM
           MOVE WS-LY-PERIOD-START TO WS-BH-LY-FROM
           MOVE WS-LY-PERIOD-END TO WS-BH-LY-TO
           MOVE 0 TO WS-BLOCK-BASE
           PERFORM 5000-PRINT-BLOCK

           MOVE 'FISCAL YEAR TO DATE' TO WS-BH-TEXT
           MOVE WS-YEAR-START-DATE TO WS-BH-TY-FROM
           MOVE WS-LY-YEAR-START TO WS-BH-LY-FROM
           MOVE WS-LY-YEAR-END TO WS-BH-LY-TO
           MOVE 4 TO WS-BLOCK-BASE
           PERFORM 5000-PRINT-BLOCK

           PERFORM 5400-PRINT-EXCLUDED

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY RECORDS THIS YEAR: ' WS-HIST-TY-COUNT
           DISPLAY 'HISTORY RECORDS LAST YEAR: ' WS-HIST-LY-COUNT
           DISPLAY 'BRANCHES REPORTED: ' WS-REPORTED-COUNT
           DISPLAY 'LIKE-FOR-LIKE FOR THE PERIOD: '
              WS-PERIOD-LFL-COUNT
           DISPLAY 'LIKE-FOR-LIKE FOR THE YEAR: ' WS-YTD-LFL-COUNT
           DISPLAY 'BRANCHES EXCLUDED: ' WS-EXCLUDED-COUNT.

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
                 MOVE 'N' TO BT-ON-MASTER(BT)
                 MOVE 'N' TO BT-ACTIVE(BT)
                 MOVE 'N' TO BT-PERIOD-LFL(BT)
                 MOVE 'N' TO BT-YTD-LFL(BT)
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
                 AND PARM-BUSINESS-DATE NUMERIC
                 MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
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

       5000-PRINT-BLOCK.
           MOVE WS-BUSINESS-DATE TO WS-BH-TY-TO
           MOVE WS-BLOCK-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COLUMN-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 5100-PRINT-REGION
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES

           MOVE SPACES TO WS-DET-REGION
           MOVE 'COMPANY TOTAL' TO WS-DET-NAME
           MOVE 'UNITS' TO WS-DET-BASIS
           MOVE WS-CO-UNITS(WS-BLOCK-BASE + 1) TO WS-FIG-THIS-YEAR
           MOVE WS-CO-UNITS(WS-BLOCK-BASE + 2) TO WS-FIG-LAST-YEAR
           PERFORM 5310-EDIT-LFL-UNITS
           MOVE WS-CO-UNITS(WS-BLOCK-BASE + 3) TO WS-FIG-THIS-YEAR
           MOVE WS-CO-UNITS(WS-BLOCK-BASE + 4) TO WS-FIG-LAST-YEAR
           PERFORM 5320-EDIT-ALL-UNITS
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO WS-DET-NAME
           MOVE 'RETAIL' TO WS-DET-BASIS
           MOVE WS-CO-VALUE(WS-BLOCK-BASE + 1) TO WS-FIG-THIS-YEAR
           MOVE WS-CO-VALUE(WS-BLOCK-BASE + 2) TO WS-FIG-LAST-YEAR
           PERFORM 5330-EDIT-LFL-VALUE
           MOVE WS-CO-VALUE(WS-BLOCK-BASE + 3) TO WS-FIG-THIS-YEAR
           MOVE WS-CO-VALUE(WS-BLOCK-BASE + 4) TO WS-FIG-LAST-YEAR
           PERFORM 5340-EDIT-ALL-VALUE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

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
           MOVE RG-REGION(RG) TO WS-CUR-REGION
           MOVE WS-CUR-REGION TO WS-DET-REGION
           PERFORM 5050-LOOKUP-REGION-MASTER

           MOVE 'UNITS' TO WS-DET-BASIS
           MOVE RG-UNITS(RG, WS-BLOCK-BASE + 1) TO WS-FIG-THIS-YEAR
           MOVE RG-UNITS(RG, WS-BLOCK-BASE + 2) TO WS-FIG-LAST-YEAR
           PERFORM 5310-EDIT-LFL-UNITS
           MOVE RG-UNITS(RG, WS-BLOCK-BASE + 3) TO WS-FIG-THIS-YEAR
           MOVE RG-UNITS(RG, WS-BLOCK-BASE + 4) TO WS-FIG-LAST-YEAR
           PERFORM 5320-EDIT-ALL-UNITS
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE SPACES TO WS-DET-REGION
           MOVE SPACES TO WS-DET-NAME
           MOVE 'RETAIL' TO WS-DET-BASIS
           MOVE RG-VALUE(RG, WS-BLOCK-BASE + 1) TO WS-FIG-THIS-YEAR
           MOVE RG-VALUE(RG, WS-BLOCK-BASE + 2) TO WS-FIG-LAST-YEAR
           PERFORM 5330-EDIT-LFL-VALUE
           MOVE RG-VALUE(RG, WS-BLOCK-BASE + 3) TO WS-FIG-THIS-YEAR
           MOVE RG-VALUE(RG, WS-BLOCK-BASE + 4) TO WS-FIG-LAST-YEAR
           PERFORM 5340-EDIT-ALL-VALUE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 5110-ADD-ONE-TO-COMPANY
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8.

       5110-ADD-ONE-TO-COMPANY.
           ADD RG-UNITS(RG, WS-COL) TO WS-CO-UNITS(WS-COL)
           ADD RG-VALUE(RG, WS-COL) TO WS-CO-VALUE(WS-COL).

       5300-GROWTH-PCT.
      *    Growth is this year less last as a percentage of last;
      *    with nothing last year there is nothing to grow from.
           IF WS-FIG-LAST-YEAR = 0
              MOVE '     N/A' TO WS-PCT-TEXT
           ELSE
              COMPUTE WS-GROWTH-PCT ROUNDED =
                 ((WS-FIG-THIS-YEAR - WS-FIG-LAST-YEAR) * 100)
                    / WS-FIG-LAST-YEAR
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-GROWTH-PCT
              END-COMPUTE
              MOVE WS-GROWTH-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-PCT-TEXT
           END-IF.

       5310-EDIT-LFL-UNITS.
           MOVE WS-FIG-THIS-YEAR TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-LFL-TY
           MOVE WS-FIG-LAST-YEAR TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-LFL-LY
           PERFORM 5300-GROWTH-PCT
           MOVE WS-PCT-TEXT TO WS-DET-LFL-PCT.

       5320-EDIT-ALL-UNITS.
           MOVE WS-FIG-THIS-YEAR TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-ALL-TY
           MOVE WS-FIG-LAST-YEAR TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-ALL-LY
           PERFORM 5300-GROWTH-PCT
           MOVE WS-PCT-TEXT TO WS-DET-ALL-PCT.

       5330-EDIT-LFL-VALUE.
           MOVE WS-FIG-THIS-YEAR TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-LFL-TY
           MOVE WS-FIG-LAST-YEAR TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-LFL-LY
           PERFORM 5300-GROWTH-PCT
           MOVE WS-PCT-TEXT TO WS-DET-LFL-PCT.

       5340-EDIT-ALL-VALUE.
           MOVE WS-FIG-THIS-YEAR TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-ALL-TY
           MOVE WS-FIG-LAST-YEAR TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-ALL-LY
           PERFORM 5300-GROWTH-PCT
           MOVE WS-PCT-TEXT TO WS-DET-ALL-PCT.

       5400-PRINT-EXCLUDED.
           MOVE WS-EXCL-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-EXCL-COLS-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 5410-PRINT-ONE-EXCLUDED
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES
           IF WS-EXCLUDED-COUNT = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'BRANCHES REPORTED:' TO WS-TOT-TEXT
           MOVE WS-REPORTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'LIKE-FOR-LIKE FOR THE PERIOD:' TO WS-TOT-TEXT
           MOVE WS-PERIOD-LFL-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'LIKE-FOR-LIKE FOR THE YEAR TO DATE:' TO WS-TOT-TEXT
           MOVE WS-YTD-LFL-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5410-PRINT-ONE-EXCLUDED.
      *    A branch new since last year's period start is still
      *    like-for-like for the period but not the year to date.
           SET BT TO WS-BT-SUB
           IF BT-IS-ACTIVE(BT)
              AND NOT BT-IN-YTD-LFL(BT)
              ADD 1 TO WS-EXCLUDED-COUNT
              MOVE BT-BRANCH(BT) TO WS-EX-BRANCH
              MOVE BT-REGION(BT) TO WS-EX-REGION
              MOVE BT-DESC(BT) TO WS-EX-DESC
              MOVE BT-OPEN-DATE(BT) TO WS-EX-OPEN-DATE
              MOVE BT-CLOSE-DATE(BT) TO WS-EX-CLOSE-DATE
              IF NOT BT-IS-ON-MASTER(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO WS-EX-REASON
              ELSE
                 IF BT-CLOSE-DATE(BT) > 0
                    AND BT-CLOSE-DATE(BT) NOT > WS-BUSINESS-DATE
                    MOVE 'CLOSED' TO WS-EX-REASON
                 ELSE
                    MOVE 'NEW' TO WS-EX-REASON
                 END-IF
              END-IF
              IF BT-IN-PERIOD-LFL(BT)
                 MOVE 'YEAR TO DATE ONLY' TO WS-EX-SCOPE
              ELSE
                 MOVE 'PERIOD AND YEAR' TO WS-EX-SCOPE
              END-IF
              MOVE WS-EXCL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       9999-ABEND.
           MOVE 'LFLRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
