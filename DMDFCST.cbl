       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DMDFCST.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : ITEM DEMAND FORECAST                            *
      *                                                                *
      *  Function    : AT PERIOD END, BEFORE PTDCLOSE ARCHIVES THE     *
      *                PERIOD, FORECAST EACH ITEM'S NET UNITS FOR THE  *
      *                NEXT FISCAL PERIOD. THE BASE IS A MOVING        *
      *                AVERAGE OF THE PERIOD JUST ENDING (PTDSTAT) AND *
      *                THE LATEST ARCHIVED PERIODS ON PTDARCH, THE     *
      *                NUMBER OF PERIODS COMING FROM FCSTPARM. IT IS   *
      *                SCALED BY A SEASONAL FACTOR - THE ITEM'S UNITS  *
      *                IN THE SAME PERIOD OF LAST FISCAL YEAR OVER ITS *
      *                AVERAGE PERIOD THAT YEAR, HELD BETWEEN 0.50 AND *
      *                2.00 - AND SPREAD OVER THE DAYS OF THE PERIOD   *
      *                ON THE BUSINESS CALENDAR TO GIVE THE DAILY RATE *
      *                REPLEN USES. THE FORECAST THAT WAS MADE FOR THE *
      *                PERIOD NOW ENDING IS FIRST COMPARED WITH WHAT   *
      *                ACTUALLY SOLD ON A FORECAST-ACCURACY REPORT,    *
      *                THEN FCSTMAST IS REPLACED. A TRIAL RUN REPORTS  *
      *                BUT LEAVES FCSTMAST AS IT WAS.                  *
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
           SELECT PTD-STAT ASSIGN TO PTDSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PTD-ITEM
           FILE STATUS IS WS-PTD-STAT-STATUS.
           SELECT PTDARCH-IN ASSIGN TO PTDARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT FORECAST-FILE ASSIGN TO FCSTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-ITEM
           FILE STATUS IS WS-FORECAST-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-IN ASSIGN TO FCSTPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO FCSTPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PTD-STAT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY PTDSTATR.
      *
       FD PTDARCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 PTDARCH-RECORD.
          05 PTA-CLOSE-DATE                 PIC 9(08).
          05 PTA-FISCAL-YEAR                PIC 9(04).
          05 PTA-FISCAL-PERIOD              PIC 9(02).
          05 PTA-ITEM                       PIC X(06).
          05 PTA-COUNT                      PIC 9(09).
          05 PTA-UNITS                      PIC S9(09).
          05 PTA-VALUE                      PIC S9(11)V99.
          05 PTA-CATEGORY                   PIC X(06).
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD FORECAST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
           COPY FCSTR.
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
           RECORD CONTAINS 2 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-AVERAGE-PERIODS           PIC 9(2).
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
       01 WS-PTD-STAT-STATUS                 PIC X(2).
           88 PTD-STAT-OK                    VALUE "00".
           88 PTD-STAT-EOF                   VALUE "10".
       01 WS-ARCH-STATUS                     PIC X(2).
           88 ARCH-OK                        VALUE "00".
           88 ARCH-EOF                       VALUE "10".
           88 ARCH-NOT-FOUND                 VALUE "35".
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
       01 WS-FORECAST-STATUS                 PIC X(2).
           88 FORECAST-OK                    VALUE "00".
           88 FORECAST-EOF                   VALUE "10".
           88 FORECAST-NO-FILE               VALUE "35".
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
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-CAL-STATE                       PIC X VALUE 'B'.
           88 CAL-BEFORE-CURRENT             VALUE 'B'.
           88 CAL-IN-CURRENT                 VALUE 'C'.
           88 CAL-IN-TARGET                  VALUE 'T'.
           88 CAL-DONE                       VALUE 'D'.
       01 WS-LY-TARGET-FOUND                 PIC X VALUE 'N'.
           88 LY-TARGET-FOUND                VALUE 'Y'.
      *
      * Parameters - the default applies when FCSTPARM is absent...
      *
       01 WS-AVERAGE-PERIODS                 PIC 9(2) VALUE 3.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-CUR-YEAR                        PIC 9(4) VALUE 0.
       01 WS-CUR-PERIOD                      PIC 9(2) VALUE 0.
       01 WS-TARGET-YEAR                     PIC 9(4) VALUE 0.
       01 WS-TARGET-PERIOD                   PIC 9(2) VALUE 0.
       01 WS-TARGET-DAYS                     PIC 9(3) VALUE 0.
       01 WS-LY-YEAR                         PIC 9(4) VALUE 0.
       01 WS-LY-PERIODS                      PIC 9(3) VALUE 0.
       01 WS-MA-SLICES                       PIC 9(3) VALUE 0.
       01 WS-SLOT                            PIC 9(3) VALUE 0.
       01 WS-SEARCH-ITEM                     PIC X(6) VALUE SPACES.
       01 WS-MOVING-AVERAGE                  PIC S9(9) VALUE 0.
       01 WS-FACTOR                          PIC 9(3)V99 VALUE 0.
       01 WS-FORECAST                        PIC 9(9) VALUE 0.
       01 WS-VARIANCE                        PIC S9(9) VALUE 0.
       01 WS-ABS-ERROR                       PIC 9(9) VALUE 0.
       01 WS-ERROR-PCT                       PIC 9(5)V9 VALUE 0.
      *
      * Counters and totals...
      *
       01 WS-ARCH-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-PTD-READ-COUNT                  PIC 9(7) VALUE 0.
       01 WS-OLD-COUNT                       PIC 9(5) VALUE 0.
       01 WS-STALE-COUNT                     PIC 9(5) VALUE 0.
       01 WS-WRITTEN-COUNT                   PIC 9(5) VALUE 0.
       01 WS-ACC-FORECAST                    PIC 9(11) VALUE 0.
       01 WS-ACC-ACTUAL                      PIC S9(11) VALUE 0.
       01 WS-ACC-ABS-ERROR                   PIC 9(11) VALUE 0.
       01 WS-NEW-TOTAL                       PIC 9(11) VALUE 0.
      *
      * Distinct archived periods in the order they were closed, with
      * the part each plays in the forecast...
      *
       01 PERIOD-TABLE.
          05 PD-ENTRIES                      PIC 9(3) VALUE 0.
          05 PERIOD-TABLE-ENTRY
            OCCURS 1 TO 120 TIMES
            DEPENDING ON PD-ENTRIES
            INDEXED BY PD.
            10 PD-FISCAL-YEAR                PIC 9(4).
            10 PD-FISCAL-PERIOD              PIC 9(2).
            10 PD-CLOSE-DATE                 PIC 9(8).
            10 PD-IN-AVERAGE                 PIC X(1).
            10 PD-LAST-YEAR                  PIC X(1).
            10 PD-LY-TARGET                  PIC X(1).
      *
      * Item figures gathered for the forecast and accuracy check...
      *
       01 FORECAST-TABLE.
          05 FT-ENTRIES                      PIC 9(5) VALUE 0.
          05 FORECAST-TABLE-ENTRY
            OCCURS 1 TO 5000 TIMES
            DEPENDING ON FT-ENTRIES
            INDEXED BY FT.
            10 FT-ITEM                       PIC X(6).
            10 FT-AVERAGE-TOTAL              PIC S9(11).
            10 FT-LY-TOTAL                   PIC S9(11).
            10 FT-LY-TARGET                  PIC S9(11).
            10 FT-ACTUAL                     PIC S9(9).
            10 FT-OLD-FORECAST               PIC 9(9).
            10 FT-HAS-OLD                    PIC X(1).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'ITEM DEMAND FORECAST'.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(69)   VALUE SPACES.
          05 WS-TRIAL-BANNER                 PIC X(31)   VALUE
             '** TRIAL RUN - NOT FOR ISSUE **'.
          05 WS-ACCURACY-HEADER.
             10 FILLER                       PIC X(40)   VALUE
                'FORECAST ACCURACY FOR PERIOD ENDING'.
             10 WS-AH-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-AH-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(85)   VALUE SPACES.
          05 WS-ACCURACY-COLUMNS.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(12)   VALUE
                '    FORECAST'.
             10 FILLER                       PIC X(12)   VALUE
                '      ACTUAL'.
             10 FILLER                       PIC X(12)   VALUE
                '    VARIANCE'.
             10 FILLER                       PIC X(88)   VALUE
                '   ERROR-%'.
          05 WS-ACCURACY-LINE.
             10 WS-AL-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-FORECAST               PIC Z(10)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-AL-ACTUAL                 PIC -(10)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-AL-VARIANCE               PIC -(10)9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-AL-ERROR-PCT              PIC ZZZZ9.9.
             10 FILLER                       PIC X(79)   VALUE SPACES.
          05 WS-NO-OLD-MSG                   PIC X(50)   VALUE
             'NO FORECAST WAS MADE FOR THIS PERIOD'.
          05 WS-FORECAST-HEADER.
             10 FILLER                       PIC X(40)   VALUE
                'FORECAST FOR NEXT PERIOD'.
             10 WS-FH-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-FH-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(8)    VALUE
                '  DAYS: '.
             10 WS-FH-DAYS                   PIC ZZ9.
             10 FILLER                       PIC X(20)   VALUE
                '  AVERAGE PERIODS: '.
             10 WS-FH-PERIODS                PIC ZZ9.
             10 FILLER                       PIC X(51)   VALUE SPACES.
          05 WS-FORECAST-COLUMNS.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(12)   VALUE
                '  MOVING AVG'.
             10 FILLER                       PIC X(9)    VALUE
                '  SEASON'.
             10 FILLER                       PIC X(12)   VALUE
                '    FORECAST'.
             10 FILLER                       PIC X(91)   VALUE
                '   DAILY RATE'.
          05 WS-FORECAST-LINE.
             10 WS-FL-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-AVERAGE                PIC Z(10)9.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-FL-FACTOR                 PIC 9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-FORECAST               PIC Z(10)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-FL-DAILY                  PIC Z(6)9.99.
             10 FILLER                       PIC X(80)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(40).
             10 WS-TOT-VALUE                 PIC -(10)9.
             10 FILLER                       PIC X(81)   VALUE SPACES.
          05 WS-PCT-LINE.
             10 FILLER                       PIC X(40)   VALUE
                'WEIGHTED ERROR-%'.
             10 WS-PL-VALUE                  PIC ZZZZ9.9.
             10 FILLER                       PIC X(85)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-GATHER-ARCHIVE

           PERFORM 2300-GATHER-PTD-STAT

           PERFORM 2500-GATHER-OLD-FORECAST

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 1500-FIND-PERIODS
           IF WS-CUR-YEAR > 0
              COMPUTE WS-LY-YEAR = WS-TARGET-YEAR - 1
           END-IF

           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - FCSTMAST WILL NOT BE REPLACED'
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1500-FIND-PERIODS.
      *    The period ending is the one the business date falls in;
      *    the period forecast is the next one on the calendar, and
      *    its length is the number of calendar days it covers.
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO BUSINESS CALENDAR - NO SEASONAL '
                 'FACTOR **'
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
                 MOVE '1500-FIND-PERIODS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-SCAN-ONE-DATE
                 UNTIL CALENDAR-EOF OR CAL-DONE
              CLOSE CALENDAR-IN
           END-IF

      *    A calendar that runs out before the next period starts
      *    leaves a thirty-day period following the current one.
           IF WS-TARGET-DAYS = 0
              MOVE 30 TO WS-TARGET-DAYS
              IF WS-CUR-YEAR > 0
                 DISPLAY '** WARNING: NEXT PERIOD NOT ON THE CALENDAR '
                    '- THIRTY DAYS ASSUMED **'
                 MOVE WS-CUR-YEAR TO WS-TARGET-YEAR
                 COMPUTE WS-TARGET-PERIOD = WS-CUR-PERIOD + 1
                 IF WS-TARGET-PERIOD > 12
                    ADD 1 TO WS-TARGET-YEAR
                    MOVE 1 TO WS-TARGET-PERIOD
                 END-IF
              END-IF
           END-IF.

       1550-SCAN-ONE-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-PERIOD NUMERIC
              EVALUATE TRUE
                 WHEN CAL-BEFORE-CURRENT
                    IF CAL-DATE = WS-BUSINESS-DATE
                       MOVE CAL-FISCAL-YEAR TO WS-CUR-YEAR
                       MOVE CAL-FISCAL-PERIOD TO WS-CUR-PERIOD
                       MOVE 'C' TO WS-CAL-STATE
                    END-IF
                 WHEN CAL-IN-CURRENT
                    IF CAL-FISCAL-YEAR NOT = WS-CUR-YEAR
                       OR CAL-FISCAL-PERIOD NOT = WS-CUR-PERIOD
                       MOVE CAL-FISCAL-YEAR TO WS-TARGET-YEAR
                       MOVE CAL-FISCAL-PERIOD TO WS-TARGET-PERIOD
                       MOVE 1 TO WS-TARGET-DAYS
                       MOVE 'T' TO WS-CAL-STATE
                    END-IF
                 WHEN CAL-IN-TARGET
                    IF CAL-FISCAL-YEAR = WS-TARGET-YEAR
                       AND CAL-FISCAL-PERIOD = WS-TARGET-PERIOD
                       ADD 1 TO WS-TARGET-DAYS
                    ELSE
                       MOVE 'D' TO WS-CAL-STATE
                    END-IF
              END-EVALUATE
           END-IF.

       2000-GATHER-ARCHIVE.
      *    First pass notes the archived periods, second pass posts
      *    each item's units against the periods that count.
           OPEN INPUT PTDARCH-IN
           IF ARCH-NOT-FOUND
              DISPLAY 'NO PTDARCH - AVERAGE TAKEN ON THE CURRENT '
                 'PERIOD ALONE'
           ELSE
              IF NOT ARCH-OK
                 DISPLAY '** PTDARCH FILE IS NOT OK **'
                 DISPLAY '** PTDARCH: ' WS-ARCH-STATUS
                 MOVE '2000-GATHER-ARCHIVE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 4000-READ-PTDARCH
              PERFORM 2100-NOTE-PERIOD UNTIL ARCH-EOF
              CLOSE PTDARCH-IN
              PERFORM 2150-CHOOSE-ONE-PERIOD
                 VARYING WS-SLOT FROM PD-ENTRIES BY -1
                 UNTIL WS-SLOT < 1
              IF PD-ENTRIES > 0
                 MOVE "00" TO WS-ARCH-STATUS
                 OPEN INPUT PTDARCH-IN
                 IF NOT ARCH-OK
                    DISPLAY '** COULD NOT REOPEN PTDARCH **'
                    MOVE '2000-GATHER-ARCHIVE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 4000-READ-PTDARCH
                 PERFORM 2200-POST-ONE-ARCHIVE UNTIL ARCH-EOF
                 CLOSE PTDARCH-IN
              END-IF
           END-IF

      *    The period ending counts as one period of the average.
           ADD 1 TO WS-MA-SLICES.

       2100-NOTE-PERIOD.
           IF ARCH-OK
              ADD 1 TO WS-ARCH-READ-COUNT
              SET PD TO 1
              SEARCH PERIOD-TABLE-ENTRY
                 AT END
                    IF PD-ENTRIES = 120
                       DISPLAY '** PERIOD TABLE FULL **'
                       MOVE '2100-NOTE-PERIOD' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO PD-ENTRIES
                    SET PD TO PD-ENTRIES
                    MOVE PTA-FISCAL-YEAR TO PD-FISCAL-YEAR(PD)
                    MOVE PTA-FISCAL-PERIOD TO PD-FISCAL-PERIOD(PD)
                    MOVE PTA-CLOSE-DATE TO PD-CLOSE-DATE(PD)
                    MOVE 'N' TO PD-IN-AVERAGE(PD)
                    MOVE 'N' TO PD-LAST-YEAR(PD)
                    MOVE 'N' TO PD-LY-TARGET(PD)
                 WHEN PD-FISCAL-YEAR(PD) = PTA-FISCAL-YEAR
                    AND PD-FISCAL-PERIOD(PD) = PTA-FISCAL-PERIOD
                    AND PD-CLOSE-DATE(PD) = PTA-CLOSE-DATE
                    CONTINUE
              END-SEARCH
           END-IF

           PERFORM 4000-READ-PTDARCH.

       2150-CHOOSE-ONE-PERIOD.
      *    Walked newest first. A slice for the period now ending (a
      *    re-run after the close) is left out - PTDSTAT stands for it.
           SET PD TO WS-SLOT
           IF WS-MA-SLICES < WS-AVERAGE-PERIODS - 1
              IF WS-CUR-YEAR = 0
                 OR PD-FISCAL-YEAR(PD) NOT = WS-CUR-YEAR
                 OR PD-FISCAL-PERIOD(PD) NOT = WS-CUR-PERIOD
                 MOVE 'Y' TO PD-IN-AVERAGE(PD)
                 ADD 1 TO WS-MA-SLICES
              END-IF
           END-IF
           IF WS-LY-YEAR > 0
              AND PD-FISCAL-YEAR(PD) = WS-LY-YEAR
              MOVE 'Y' TO PD-LAST-YEAR(PD)
              ADD 1 TO WS-LY-PERIODS
              IF PD-FISCAL-PERIOD(PD) = WS-TARGET-PERIOD
                 MOVE 'Y' TO PD-LY-TARGET(PD)
                 MOVE 'Y' TO WS-LY-TARGET-FOUND
              END-IF
           END-IF.

       2200-POST-ONE-ARCHIVE.
           IF ARCH-OK
              SET PD TO 1
              SEARCH PERIOD-TABLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN PD-FISCAL-YEAR(PD) = PTA-FISCAL-YEAR
                    AND PD-FISCAL-PERIOD(PD) = PTA-FISCAL-PERIOD
                    AND PD-CLOSE-DATE(PD) = PTA-CLOSE-DATE
                    IF PD-IN-AVERAGE(PD) = 'Y'
                       OR PD-LAST-YEAR(PD) = 'Y'
                       MOVE PTA-ITEM TO WS-SEARCH-ITEM
                       PERFORM 2900-FIND-ITEM
                       IF PD-IN-AVERAGE(PD) = 'Y'
                          ADD PTA-UNITS TO FT-AVERAGE-TOTAL(FT)
                       END-IF
                       IF PD-LAST-YEAR(PD) = 'Y'
                          ADD PTA-UNITS TO FT-LY-TOTAL(FT)
                       END-IF
                       IF PD-LY-TARGET(PD) = 'Y'
                          ADD PTA-UNITS TO FT-LY-TARGET(FT)
                       END-IF
                    END-IF
              END-SEARCH
           END-IF

           PERFORM 4000-READ-PTDARCH.

       2300-GATHER-PTD-STAT.
           OPEN INPUT PTD-STAT
           IF NOT PTD-STAT-OK
              DISPLAY '** PTD-STAT FILE IS NOT OK **'
              DISPLAY '** PTD-STAT: ' WS-PTD-STAT-STATUS
              MOVE '2300-GATHER-PTD-STAT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 2350-POST-ONE-PTD UNTIL PTD-STAT-EOF
           CLOSE PTD-STAT.

       2350-POST-ONE-PTD.
           READ PTD-STAT NEXT RECORD
              AT END CONTINUE
           END-READ
           IF PTD-STAT-OK
              ADD 1 TO WS-PTD-READ-COUNT
              MOVE PTD-ITEM TO WS-SEARCH-ITEM
              PERFORM 2900-FIND-ITEM
              ADD PTD-UNITS TO FT-AVERAGE-TOTAL(FT)
              MOVE PTD-UNITS TO FT-ACTUAL(FT)
           ELSE
              IF NOT PTD-STAT-EOF
                 DISPLAY '** PTD-STAT FILE IS NOT OK **'
                 MOVE '2350-POST-ONE-PTD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2500-GATHER-OLD-FORECAST.
      *    The outgoing forecast is only measured if it was made for
      *    the period now ending; an older one is counted as stale.
           OPEN INPUT FORECAST-FILE
           IF FORECAST-NO-FILE
              DISPLAY 'NO FCSTMAST - NOTHING TO MEASURE'
           ELSE
              IF NOT FORECAST-OK
                 DISPLAY '** FCSTMAST FILE IS NOT OK **'
                 DISPLAY '** FCSTMAST: ' WS-FORECAST-STATUS
                 MOVE '2500-GATHER-OLD-FORECAST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2550-NOTE-ONE-FORECAST UNTIL FORECAST-EOF
              CLOSE FORECAST-FILE
           END-IF.

       2550-NOTE-ONE-FORECAST.
           READ FORECAST-FILE NEXT RECORD
              AT END CONTINUE
           END-READ
           IF FORECAST-OK
              IF FC-FISCAL-YEAR = WS-CUR-YEAR
                 AND FC-FISCAL-PERIOD = WS-CUR-PERIOD
                 ADD 1 TO WS-OLD-COUNT
                 MOVE FC-ITEM TO WS-SEARCH-ITEM
                 PERFORM 2900-FIND-ITEM
                 MOVE FC-FORECAST-UNITS TO FT-OLD-FORECAST(FT)
                 MOVE 'Y' TO FT-HAS-OLD(FT)
              ELSE
                 ADD 1 TO WS-STALE-COUNT
              END-IF
           ELSE
              IF NOT FORECAST-EOF
                 DISPLAY '** FCSTMAST FILE IS NOT OK **'
                 MOVE '2550-NOTE-ONE-FORECAST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2900-FIND-ITEM.
           SET FT TO 1
           SEARCH FORECAST-TABLE-ENTRY
              AT END
                 IF FT-ENTRIES = 5000
                    DISPLAY '** FORECAST TABLE FULL **'
                    MOVE '2900-FIND-ITEM' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO FT-ENTRIES
                 SET FT TO FT-ENTRIES
                 MOVE WS-SEARCH-ITEM TO FT-ITEM(FT)
                 MOVE 0 TO FT-AVERAGE-TOTAL(FT)
                 MOVE 0 TO FT-LY-TOTAL(FT)
                 MOVE 0 TO FT-LY-TARGET(FT)
                 MOVE 0 TO FT-ACTUAL(FT)
                 MOVE 0 TO FT-OLD-FORECAST(FT)
                 MOVE 'N' TO FT-HAS-OLD(FT)
              WHEN FT-ITEM(FT) = WS-SEARCH-ITEM
                 CONTINUE
           END-SEARCH.

       3000-END-PROCESS.
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           PERFORM 3100-REPORT-ACCURACY

      *    The accuracy check has read the outgoing forecast, so the
      *    file can now be replaced with the new one.
           IF NOT TRIAL-RUN
              OPEN OUTPUT FORECAST-FILE
              IF NOT FORECAST-OK
                 DISPLAY '** FCSTMAST FILE IS NOT OK **'
                 DISPLAY '** FCSTMAST: ' WS-FORECAST-STATUS
                 MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-TARGET-YEAR TO WS-FH-YEAR
           MOVE WS-TARGET-PERIOD TO WS-FH-PERIOD
           MOVE WS-TARGET-DAYS TO WS-FH-DAYS
           MOVE WS-MA-SLICES TO WS-FH-PERIODS
           MOVE WS-FORECAST-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-FORECAST-COLUMNS TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 3200-FORECAST-ONE-ITEM
              VARYING FT FROM 1 BY 1 UNTIL FT > FT-ENTRIES

           IF NOT TRIAL-RUN
              CLOSE FORECAST-FILE
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'ITEMS FORECAST' TO WS-TOT-LABEL
           MOVE FT-ENTRIES TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           MOVE 'UNITS FORECAST FOR NEXT PERIOD' TO WS-TOT-LABEL
           MOVE WS-NEW-TOTAL TO WS-TOT-VALUE
           PERFORM 5300-WRITE-TOTAL
           CLOSE PRINT-OUT

           DISPLAY 'ARCHIVE RECORDS READ: ' WS-ARCH-READ-COUNT
           DISPLAY 'PTD ITEMS READ: ' WS-PTD-READ-COUNT
           DISPLAY 'PERIODS IN AVERAGE: ' WS-MA-SLICES
           DISPLAY 'OUTGOING FORECASTS MEASURED: ' WS-OLD-COUNT
           DISPLAY 'STALE FORECASTS IGNORED: ' WS-STALE-COUNT
           DISPLAY 'FORECASTS WRITTEN: ' WS-WRITTEN-COUNT.

       3100-REPORT-ACCURACY.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-CUR-YEAR TO WS-AH-YEAR
           MOVE WS-CUR-PERIOD TO WS-AH-PERIOD
           MOVE WS-ACCURACY-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF WS-OLD-COUNT = 0
              MOVE WS-NO-OLD-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              MOVE WS-ACCURACY-COLUMNS TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              PERFORM 3150-MEASURE-ONE-ITEM
                 VARYING FT FROM 1 BY 1 UNTIL FT > FT-ENTRIES
              MOVE 'TOTAL FORECAST' TO WS-TOT-LABEL
              MOVE WS-ACC-FORECAST TO WS-TOT-VALUE
              PERFORM 5300-WRITE-TOTAL
              MOVE 'TOTAL ACTUAL' TO WS-TOT-LABEL
              MOVE WS-ACC-ACTUAL TO WS-TOT-VALUE
              PERFORM 5300-WRITE-TOTAL
              MOVE 'TOTAL ABSOLUTE ERROR' TO WS-TOT-LABEL
              MOVE WS-ACC-ABS-ERROR TO WS-TOT-VALUE
              PERFORM 5300-WRITE-TOTAL
              MOVE 0 TO WS-ERROR-PCT
              IF WS-ACC-ACTUAL > 0
                 COMPUTE WS-ERROR-PCT ROUNDED =
                    WS-ACC-ABS-ERROR * 100 / WS-ACC-ACTUAL
                    ON SIZE ERROR
                       MOVE 99999.9 TO WS-ERROR-PCT
                 END-COMPUTE
              END-IF
              MOVE WS-ERROR-PCT TO WS-PL-VALUE
              MOVE WS-PCT-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       3150-MEASURE-ONE-ITEM.
      *    Items sold without a forecast are measured against zero.
           IF FT-HAS-OLD(FT) = 'Y' OR FT-ACTUAL(FT) NOT = 0
              COMPUTE WS-VARIANCE = FT-ACTUAL(FT) - FT-OLD-FORECAST(FT)
              IF WS-VARIANCE < 0
                 COMPUTE WS-ABS-ERROR = 0 - WS-VARIANCE
              ELSE
                 MOVE WS-VARIANCE TO WS-ABS-ERROR
              END-IF
              MOVE 0 TO WS-ERROR-PCT
              IF FT-ACTUAL(FT) > 0
                 COMPUTE WS-ERROR-PCT ROUNDED =
                    WS-ABS-ERROR * 100 / FT-ACTUAL(FT)
                    ON SIZE ERROR
                       MOVE 99999.9 TO WS-ERROR-PCT
                 END-COMPUTE
              END-IF
              ADD FT-OLD-FORECAST(FT) TO WS-ACC-FORECAST
              ADD FT-ACTUAL(FT) TO WS-ACC-ACTUAL
              ADD WS-ABS-ERROR TO WS-ACC-ABS-ERROR
              MOVE FT-ITEM(FT) TO WS-AL-ITEM
              MOVE FT-OLD-FORECAST(FT) TO WS-AL-FORECAST
              MOVE FT-ACTUAL(FT) TO WS-AL-ACTUAL
              MOVE WS-VARIANCE TO WS-AL-VARIANCE
              MOVE WS-ERROR-PCT TO WS-AL-ERROR-PCT
              MOVE WS-ACCURACY-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       3200-FORECAST-ONE-ITEM.
      *    Net units can run negative in a period of heavy returns;
      *    a negative average forecasts nothing.
           COMPUTE WS-MOVING-AVERAGE ROUNDED =
              FT-AVERAGE-TOTAL(FT) / WS-MA-SLICES
           IF WS-MOVING-AVERAGE < 0
              MOVE 0 TO WS-MOVING-AVERAGE
           END-IF

      *    Seasonal factor: last year's units in the period being
      *    forecast against the item's average period last year.
           MOVE 1 TO WS-FACTOR
           IF LY-TARGET-FOUND AND FT-LY-TOTAL(FT) > 0
              IF FT-LY-TARGET(FT) > 0
                 COMPUTE WS-FACTOR ROUNDED =
                    FT-LY-TARGET(FT) * WS-LY-PERIODS / FT-LY-TOTAL(FT)
                    ON SIZE ERROR
                       MOVE 2 TO WS-FACTOR
                 END-COMPUTE
              ELSE
                 MOVE 0 TO WS-FACTOR
              END-IF
              IF WS-FACTOR < 0.50
                 MOVE 0.50 TO WS-FACTOR
              END-IF
              IF WS-FACTOR > 2.00
                 MOVE 2.00 TO WS-FACTOR
              END-IF
           END-IF

           COMPUTE WS-FORECAST ROUNDED = WS-MOVING-AVERAGE * WS-FACTOR
           ADD WS-FORECAST TO WS-NEW-TOTAL

           MOVE FT-ITEM(FT) TO FC-ITEM
           MOVE WS-TARGET-YEAR TO FC-FISCAL-YEAR
           MOVE WS-TARGET-PERIOD TO FC-FISCAL-PERIOD
           MOVE WS-TARGET-DAYS TO FC-PERIOD-DAYS
           MOVE WS-MOVING-AVERAGE TO FC-MOVING-AVERAGE
           MOVE WS-FACTOR TO FC-SEASONAL-FACTOR
           MOVE WS-FORECAST TO FC-FORECAST-UNITS
           COMPUTE FC-DAILY-RATE ROUNDED = WS-FORECAST / WS-TARGET-DAYS
           MOVE WS-BUSINESS-DATE TO FC-FORECAST-DATE
           IF NOT TRIAL-RUN
              WRITE FORECAST-RECORD
                 INVALID KEY
                    DISPLAY '** FCSTMAST WRITE IS NOT OK **'
                    DISPLAY '** FCSTMAST: ' WS-FORECAST-STATUS
                    MOVE '3200-FORECAST-ONE-ITEM' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
              END-WRITE
              ADD 1 TO WS-WRITTEN-COUNT
           END-IF

           MOVE FC-ITEM TO WS-FL-ITEM
           MOVE FC-MOVING-AVERAGE TO WS-FL-AVERAGE
           MOVE FC-SEASONAL-FACTOR TO WS-FL-FACTOR
           MOVE FC-FORECAST-UNITS TO WS-FL-FORECAST
           MOVE FC-DAILY-RATE TO WS-FL-DAILY
           MOVE WS-FORECAST-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       4000-READ-PTDARCH.
           IF NOT ARCH-EOF
               READ PTDARCH-IN
               IF NOT ARCH-OK AND NOT ARCH-EOF
                  DISPLAY '** PTDARCH FILE IS NOT OK **'
                  DISPLAY '** READ PTDARCH: ' PTDARCH-RECORD
                  MOVE '4000-READ-PTDARCH' TO EL-PARAGRAPH
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
                 IF PARM-AVERAGE-PERIODS NUMERIC
                    AND PARM-AVERAGE-PERIODS > 0
                    MOVE PARM-AVERAGE-PERIODS TO WS-AVERAGE-PERIODS
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
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5300-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'DMDFCST' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
