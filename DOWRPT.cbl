       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DOWRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : TRADING PATTERN ANALYSIS                        *
      *                                                                *
      *  Function    : DAY-OF-WEEK AND HOLIDAY TRADING PATTERN         *
      *                ANALYSIS. THE BUSINESS DATE (DOWPARM, ELSE THE  *
      *                RUN CONTROL, ELSE TODAY) AND THE NUMBER OF      *
      *                FISCAL WEEKS TO COVER (DOWPARM, DEFAULT 13) SET *
      *                A WINDOW ON THE BUSINESS CALENDAR. REPHIST      *
      *                SALES IN THE WINDOW ARE JOINED BY DATE TO THE   *
      *                CALENDAR DAY TYPE AND TOTALLED, IN NET UNITS    *
      *                AND RETAIL VALUE, BY DAY OF THE WEEK FOR        *
      *                WORKING DAYS AND SEPARATELY FOR CALENDAR        *
      *                HOLIDAYS, FOR EACH BRANCH AND REGION AND THE    *
      *                COMPANY. EACH BRANCH AND REGION SHOWS ITS SHARE *
      *                OF RETAIL VALUE BY DAY AGAINST THE COMPANY      *
      *                PROFILE, AND TRADING ON CALENDAR HOLIDAYS IS    *
      *                LISTED BY DATE AND BRANCH.                      *
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
           SELECT PARM-IN ASSIGN TO DOWPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO DOWRPT
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
           RECORD CONTAINS 10 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BUSINESS-DATE             PIC 9(8).
           05 PARM-WEEKS                     PIC 9(2).
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
       01 WS-DAY-FOUND                       PIC X VALUE 'N'.
           88 DAY-FOUND                      VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *    Default number of fiscal weeks when DOWPARM does not give
      *    one; the week table caps it at a year.
       01 WS-WEEKS                           PIC 9(2) VALUE 13.
       01 WS-WINDOW-START                    PIC 9(8) VALUE 0.
       01 WS-SEARCH-BRANCH                   PIC X(4) VALUE SPACES.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-BT-SUB                          PIC 9(4) VALUE 0.
       01 WS-COL                             PIC 9(2) VALUE 0.
       01 WS-DOW                             PIC 9(1) VALUE 0.
       01 WS-NET-UNITS                       PIC S9(7) VALUE 0.
       01 WS-SHARE-PCT                       PIC S9(5)V99 VALUE 0.
       01 WS-UNITS-EDIT                      PIC Z(10)9-.
       01 WS-VALUE-EDIT                      PIC Z(7)9.99-.
      *
      * Fiscal weeks ending with the business date's week, from the
      * calendar...
      *
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-WEEK                       PIC 9(2) VALUE 0.
       01 WS-WK-ENTRIES                      PIC 9(2) VALUE 0.
       01 WS-WK-SUB                          PIC 9(2) VALUE 0.
       01 WS-WEEK-STARTS.
          05 WS-WK-START OCCURS 52 TIMES     PIC 9(8).
      *
      * Calendar days in the window, with their day of the week
      * (1 Monday to 7 Sunday) and day type...
      *
       01 WS-DAY-TABLE.
          05 DY-ENTRIES                      PIC 9(3) VALUE 0.
          05 WS-DAY-ENTRY
             OCCURS 1 TO 400 TIMES
             DEPENDING ON DY-ENTRIES
             ASCENDING KEY IS DY-DATE
             INDEXED BY DY.
             10 DY-DATE                      PIC 9(8).
             10 DY-DOW                       PIC 9(1).
             10 DY-DAY-TYPE                  PIC X(1).
                88 DY-HOLIDAY                VALUE 'H'.
       01 WS-DAYS-IN-WINDOW.
          05 WS-WIN-DAYS OCCURS 8 TIMES      PIC 9(3).
      *
      * Day-of-week arithmetic on a CCYYMMDD date...
      *
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-ZL-MONTH                        PIC 9(2) VALUE 0.
       01 WS-ZL-YEAR                         PIC 9(4) VALUE 0.
       01 WS-ZL-CENTURY                      PIC 9(2) VALUE 0.
       01 WS-ZL-YEAR-OF-CENT                 PIC 9(2) VALUE 0.
       01 WS-ZL-MONTH-TERM                   PIC 9(3) VALUE 0.
       01 WS-ZL-YEAR-TERM                    PIC 9(2) VALUE 0.
       01 WS-ZL-CENT-TERM                    PIC 9(2) VALUE 0.
       01 WS-ZL-SUM                          PIC 9(4) VALUE 0.
       01 WS-ZL-QUOT                         PIC 9(4) VALUE 0.
       01 WS-ZL-DAY                          PIC 9(1) VALUE 0.
      *
      * Counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-USED-COUNT                 PIC 9(9) VALUE 0.
       01 WS-NO-CALENDAR-COUNT               PIC 9(9) VALUE 0.
       01 WS-REPORTED-COUNT                  PIC 9(7) VALUE 0.
      *
      * One entry per branch on the master or with sales in the
      * window; columns 1-7 are working days Monday to Sunday and
      * column 8 is calendar holidays...
      *
       01 WS-BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(4) VALUE 0.
          05 WS-BRANCH-ENTRY
             OCCURS 1 TO 1000 TIMES
             DEPENDING ON BT-ENTRIES
             INDEXED BY BT.
             10 BT-BRANCH                    PIC X(4).
             10 BT-REGION                    PIC X(2).
             10 BT-DESC                      PIC X(30).
             10 BT-ACTIVE                    PIC X(1).
                88 BT-IS-ACTIVE              VALUE 'Y'.
             10 BT-UNITS OCCURS 8 TIMES      PIC S9(11).
             10 BT-VALUE OCCURS 8 TIMES      PIC S9(13)V99.
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
      * Trading on calendar holidays, by date and branch...
      *
       01 WS-HOLIDAY-TABLE.
          05 HT-ENTRIES                      PIC 9(4) VALUE 0.
          05 WS-HOLIDAY-ENTRY
             OCCURS 1 TO 2000 TIMES
             DEPENDING ON HT-ENTRIES
             INDEXED BY HT.
             10 HT-DATE                      PIC 9(8).
             10 HT-BRANCH                    PIC X(4).
             10 HT-REGION                    PIC X(2).
             10 HT-UNITS                     PIC S9(11).
             10 HT-VALUE                     PIC S9(13)V99.
      *
      * Region and company totals, and the figures being printed...
      *
       01 WS-REGION-TOTALS.
          05 WS-RGN-UNITS OCCURS 8 TIMES     PIC S9(11).
          05 WS-RGN-VALUE OCCURS 8 TIMES     PIC S9(13)V99.
       01 WS-COMPANY-TOTALS.
          05 WS-CO-UNITS OCCURS 8 TIMES      PIC S9(11).
          05 WS-CO-VALUE OCCURS 8 TIMES      PIC S9(13)V99.
          05 WS-CO-TOTAL-VALUE               PIC S9(13)V99.
          05 WS-CO-SHARE OCCURS 8 TIMES      PIC S9(5)V99.
       01 WS-FIGURES.
          05 WS-FIG-UNITS OCCURS 8 TIMES     PIC S9(11).
          05 WS-FIG-VALUE OCCURS 8 TIMES     PIC S9(13)V99.
          05 WS-FIG-TOTAL-UNITS              PIC S9(11).
          05 WS-FIG-TOTAL-VALUE              PIC S9(13)V99.
          05 WS-FIG-SHARE OCCURS 8 TIMES     PIC S9(5)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(36)   VALUE
                'DAY-OF-WEEK TRADING PATTERN'.
             10 FILLER                       PIC X(15)   VALUE
                'FISCAL WEEKS: '.
             10 WS-H1-WEEKS                  PIC Z9.
             10 FILLER                       PIC X(9)    VALUE
                '   FROM: '.
             10 WS-H1-FROM-DATE              PIC 9(8).
             10 FILLER                       PIC X(7)    VALUE
                '   TO: '.
             10 WS-H1-TO-DATE                PIC 9(8).
             10 FILLER                       PIC X(47)   VALUE SPACES.
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
          05 WS-HEADER3-MSG.
             10 FILLER                       PIC X(24)   VALUE
                'BRCH BASIS'.
             10 FILLER                       PIC X(12)   VALUE
                '      MONDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '     TUESDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '   WEDNESDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '    THURSDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '      FRIDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '    SATURDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '      SUNDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '     HOLIDAY'.
             10 FILLER                       PIC X(12)   VALUE
                '       TOTAL'.
          05 WS-BRANCH-NAME-LINE.
             10 WS-BN-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-BN-DESC                   PIC X(30).
             10 FILLER                       PIC X(97)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-BASIS                 PIC X(19).
             10 WS-DET-COL OCCURS 9 TIMES    PIC X(12).
          05 WS-HOLIDAY-HEAD-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'TRADING ON CALENDAR HOLIDAYS'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-HOLIDAY-COLS-MSG.
             10 FILLER                       PIC X(10)   VALUE 'DATE'.
             10 FILLER                       PIC X(8)    VALUE
                'REGION'.
             10 FILLER                       PIC X(6)    VALUE 'BRCH'.
             10 FILLER                       PIC X(32)   VALUE
                'DESCRIPTION'.
             10 FILLER                       PIC X(12)   VALUE
                '       UNITS'.
             10 FILLER                       PIC X(12)   VALUE
                '      RETAIL'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-HOLIDAY-LINE.
             10 WS-HL-DATE                   PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-HL-REGION                 PIC X(2).
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 WS-HL-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-HL-DESC                   PIC X(30).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-HL-UNITS                  PIC Z(10)9-.
             10 WS-HL-VALUE                  PIC Z(7)9.99-.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-NONE-LINE.
             10 FILLER                       PIC X(40)   VALUE
                'NO TRADING ON CALENDAR HOLIDAYS'.
             10 FILLER                       PIC X(92)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL HIST-EOF

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

           PERFORM 1050-DERIVE-WINDOW
           PERFORM 1100-LOAD-WINDOW-DAYS
           DISPLAY 'DOWRPT: ' WS-WEEKS ' FISCAL WEEKS FROM '
              WS-WINDOW-START ' TO ' WS-BUSINESS-DATE

           PERFORM 1200-LOAD-BRANCH-MASTER

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

           OPEN INPUT REP-HISTORY
           IF HIST-NOT-FOUND
              DISPLAY '** WARNING: NO SALES HISTORY - NOTHING TO '
                 'REPORT **'
              SET HIST-EOF TO TRUE
           ELSE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1300-START-REP-HISTORY
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1050-DERIVE-WINDOW.
      *    The calendar is date-ordered and fiscal weeks are
      *    contiguous runs of dates; the start dates of the last
      *    WS-WEEKS weeks seen up to the business date give the
      *    start of the window.
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1050-DERIVE-WINDOW' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1060-SCAN-ONE-CAL-DATE UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN
           IF NOT FISCAL-FOUND
              DISPLAY '** BUSINESS DATE ' WS-BUSINESS-DATE
                 ' CARRIES NO FISCAL WEEK ON THE CALENDAR **'
              MOVE '1050-DERIVE-WINDOW' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF WS-WK-ENTRIES < WS-WEEKS
              DISPLAY '** WARNING: ONLY ' WS-WK-ENTRIES
                 ' FISCAL WEEKS ON THE CALENDAR **'
              MOVE WS-WK-ENTRIES TO WS-WEEKS
           END-IF.

       1060-SCAN-ONE-CAL-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND NOT FISCAL-FOUND
              AND CAL-FISCAL-YEAR NUMERIC
              AND CAL-FISCAL-WEEK NUMERIC
              AND CAL-FISCAL-WEEK > 0
              IF CAL-FISCAL-YEAR NOT = WS-SCAN-YEAR
                 OR CAL-FISCAL-WEEK NOT = WS-SCAN-WEEK
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-WEEK TO WS-SCAN-WEEK
                 IF WS-WK-ENTRIES = WS-WEEKS
                    PERFORM 1070-SHIFT-ONE-WEEK
                       VARYING WS-WK-SUB FROM 1 BY 1
                       UNTIL WS-WK-SUB >= WS-WK-ENTRIES
                 ELSE
                    ADD 1 TO WS-WK-ENTRIES
                 END-IF
                 MOVE CAL-DATE TO WS-WK-START(WS-WK-ENTRIES)
              END-IF
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-FISCAL-FOUND
                 MOVE WS-WK-START(1) TO WS-WINDOW-START
              END-IF
           END-IF.

       1070-SHIFT-ONE-WEEK.
           MOVE WS-WK-START(WS-WK-SUB + 1) TO WS-WK-START(WS-WK-SUB).

       1100-LOAD-WINDOW-DAYS.
           INITIALIZE WS-DAYS-IN-WINDOW
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1100-LOAD-WINDOW-DAYS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1110-LOAD-ONE-DAY UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN.

       1110-LOAD-ONE-DAY.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              IF CAL-DATE > WS-BUSINESS-DATE
                 SET CALENDAR-EOF TO TRUE
              ELSE
                 IF CAL-DATE NOT < WS-WINDOW-START
                    IF DY-ENTRIES = 400
                       DISPLAY '** CALENDAR DAY TABLE FULL **'
                       MOVE '1110-LOAD-ONE-DAY' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO DY-ENTRIES
                    SET DY TO DY-ENTRIES
                    MOVE CAL-DATE TO DY-DATE(DY)
                    MOVE CAL-DAY-TYPE TO DY-DAY-TYPE(DY)
                    MOVE CAL-DATE TO WS-WORK-DATE
                    PERFORM 8200-DAY-OF-WEEK
                    MOVE WS-DOW TO DY-DOW(DY)
                    IF DY-HOLIDAY(DY)
                       ADD 1 TO WS-WIN-DAYS(8)
                    ELSE
                       ADD 1 TO WS-WIN-DAYS(WS-DOW)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1200-LOAD-BRANCH-MASTER.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - BRANCHES ARE '
                 'PLACED BY THEIR SALES HISTORY REGION **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1200-LOAD-BRANCH-MASTER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
              CLOSE BRANCH-IN
           END-IF.

       1210-LOAD-ONE-BRANCH.
           READ BRANCH-IN
              AT END SET BRANCH-IN-EOF TO TRUE
           END-READ
           IF BRANCH-IN-OK
              MOVE BRANCH-NO TO WS-SEARCH-BRANCH
              PERFORM 4100-FIND-BRANCH-ENTRY
              MOVE BRANCH-REGION TO BT-REGION(BT)
              MOVE BRANCH-DESC TO BT-DESC(BT)
           END-IF.

       1300-START-REP-HISTORY.
      *    Nothing before the window start is reported, so reading
      *    starts there.
           MOVE WS-WINDOW-START TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       2000-MAIN-PROCESS.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              ADD 1 TO WS-HIST-READ-COUNT
              IF HIST-DATE > WS-BUSINESS-DATE
                 SET HIST-EOF TO TRUE
              ELSE
                 PERFORM 2100-POST-HISTORY
              END-IF
           ELSE
              IF NOT HIST-EOF
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-POST-HISTORY.
      *    A sales date missing from the calendar is treated as a
      *    working day on its own day of the week.
           ADD 1 TO WS-HIST-USED-COUNT
           MOVE 'N' TO WS-DAY-FOUND
           IF DY-ENTRIES > 0
              SEARCH ALL WS-DAY-ENTRY
                 AT END
                    CONTINUE
                 WHEN DY-DATE(DY) = HIST-DATE
                    MOVE 'Y' TO WS-DAY-FOUND
              END-SEARCH
           END-IF
           IF DAY-FOUND
              IF DY-HOLIDAY(DY)
                 MOVE 8 TO WS-COL
              ELSE
                 MOVE DY-DOW(DY) TO WS-COL
              END-IF
           ELSE
              ADD 1 TO WS-NO-CALENDAR-COUNT
              MOVE HIST-DATE TO WS-WORK-DATE
              PERFORM 8200-DAY-OF-WEEK
              MOVE WS-DOW TO WS-COL
           END-IF

           COMPUTE WS-NET-UNITS = HIST-UNITS - HIST-RETURN-UNITS
           MOVE HIST-BRANCH TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-ENTRY
           IF BT-REGION(BT) = SPACES
              MOVE HIST-REGION TO BT-REGION(BT)
           END-IF
           MOVE 'Y' TO BT-ACTIVE(BT)
           ADD WS-NET-UNITS TO BT-UNITS(BT, WS-COL)
           ADD HIST-RETAIL-VALUE TO BT-VALUE(BT, WS-COL)

           IF WS-COL = 8
              PERFORM 2200-POST-HOLIDAY
           END-IF.

       2200-POST-HOLIDAY.
           SET HT TO 1
           SEARCH WS-HOLIDAY-ENTRY
              AT END
                 IF HT-ENTRIES = 2000
                    DISPLAY '** HOLIDAY TRADING TABLE FULL **'
                    MOVE '2200-POST-HOLIDAY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO HT-ENTRIES
                 SET HT TO HT-ENTRIES
                 MOVE HIST-DATE TO HT-DATE(HT)
                 MOVE HIST-BRANCH TO HT-BRANCH(HT)
                 MOVE BT-REGION(BT) TO HT-REGION(HT)
                 MOVE 0 TO HT-UNITS(HT)
                 MOVE 0 TO HT-VALUE(HT)
              WHEN HT-DATE(HT) = HIST-DATE
                 AND HT-BRANCH(HT) = HIST-BRANCH
                 CONTINUE
           END-SEARCH
           ADD WS-NET-UNITS TO HT-UNITS(HT)
           ADD HIST-RETAIL-VALUE TO HT-VALUE(HT).

       2500-ADD-BRANCH-TO-COMPANY.
           SET BT TO WS-BT-SUB
           IF BT-IS-ACTIVE(BT)
              ADD 1 TO WS-REPORTED-COUNT
              PERFORM 2510-ADD-ONE-COMPANY-COL
                 VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
              PERFORM 2600-NOTE-REGION
           END-IF.

       2510-ADD-ONE-COMPANY-COL.
           ADD BT-UNITS(BT, WS-COL) TO WS-CO-UNITS(WS-COL)
           ADD BT-VALUE(BT, WS-COL) TO WS-CO-VALUE(WS-COL).

       2600-NOTE-REGION.
           SET RG TO 1
           SEARCH WS-REGION-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '2600-NOTE-REGION' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 MOVE BT-REGION(BT) TO RG-REGION(RG-ENTRIES)
              WHEN RG-REGION(RG) = BT-REGION(BT)
                 CONTINUE
           END-SEARCH.

       3000-END-PROCESS.
           IF NOT HIST-NOT-FOUND
              CLOSE REP-HISTORY
           END-IF

      *    The company profile is needed before any branch is
      *    printed against it.
           INITIALIZE WS-COMPANY-TOTALS
           PERFORM 2500-ADD-BRANCH-TO-COMPANY
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES
           PERFORM 3100-COMPANY-SHARES

           MOVE WS-WEEKS TO WS-H1-WEEKS
           MOVE WS-WINDOW-START TO WS-H1-FROM-DATE
           MOVE WS-BUSINESS-DATE TO WS-H1-TO-DATE

           PERFORM 5000-PRINT-REGION-PAGE
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES

           PERFORM 5400-PRINT-COMPANY-PAGE

           PERFORM 5500-PRINT-HOLIDAY-PAGE

           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY RECORDS IN WINDOW: ' WS-HIST-USED-COUNT
           DISPLAY 'HISTORY DATES NOT ON CALENDAR: '
              WS-NO-CALENDAR-COUNT
           DISPLAY 'BRANCHES REPORTED: ' WS-REPORTED-COUNT
           DISPLAY 'BRANCH HOLIDAYS TRADED: ' HT-ENTRIES.

       3100-COMPANY-SHARES.
           MOVE WS-COMPANY-TOTALS TO WS-FIGURES
           PERFORM 5320-FIGURE-SHARES
           PERFORM 3110-SAVE-ONE-SHARE
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8.

       3110-SAVE-ONE-SHARE.
           MOVE WS-FIG-SHARE(WS-COL) TO WS-CO-SHARE(WS-COL).

       4100-FIND-BRANCH-ENTRY.
           SET BT TO 1
           SEARCH WS-BRANCH-ENTRY
              AT END
                 IF BT-ENTRIES = 1000
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '4100-FIND-BRANCH-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 INITIALIZE WS-BRANCH-ENTRY(BT)
                 MOVE WS-SEARCH-BRANCH TO BT-BRANCH(BT)
                 MOVE 'NOT ON BRANCH MASTER' TO BT-DESC(BT)
                 MOVE 'N' TO BT-ACTIVE(BT)
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
                 IF PARM-WEEKS NUMERIC
                    AND PARM-WEEKS > 0
                    MOVE PARM-WEEKS TO WS-WEEKS
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF
           IF WS-WEEKS > 52
              MOVE 52 TO WS-WEEKS
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
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           INITIALIZE WS-REGION-TOTALS
           PERFORM 5200-PRINT-BRANCH
              VARYING WS-BT-SUB FROM 1 BY 1
              UNTIL WS-BT-SUB > BT-ENTRIES

           MOVE SPACES TO WS-BN-BRANCH
           MOVE 'REGION TOTAL' TO WS-BN-DESC
           MOVE WS-BRANCH-NAME-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-REGION-TOTALS TO WS-FIGURES
           PERFORM 5300-WRITE-FIGURES

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

       5200-PRINT-BRANCH.
           SET BT TO WS-BT-SUB
           IF BT-REGION(BT) = WS-CUR-REGION
              AND BT-IS-ACTIVE(BT)
              MOVE BT-BRANCH(BT) TO WS-BN-BRANCH
              MOVE BT-DESC(BT) TO WS-BN-DESC
              MOVE WS-BRANCH-NAME-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              PERFORM 5210-TAKE-BRANCH-FIGURES
                 VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
              PERFORM 5300-WRITE-FIGURES
           END-IF.

       5210-TAKE-BRANCH-FIGURES.
           MOVE BT-UNITS(BT, WS-COL) TO WS-FIG-UNITS(WS-COL)
           MOVE BT-VALUE(BT, WS-COL) TO WS-FIG-VALUE(WS-COL)
           ADD BT-UNITS(BT, WS-COL) TO WS-RGN-UNITS(WS-COL)
           ADD BT-VALUE(BT, WS-COL) TO WS-RGN-VALUE(WS-COL).

       5300-WRITE-FIGURES.
      *    Units, retail value, each column's share of the retail
      *    value and that share against the company profile.
           PERFORM 5320-FIGURE-SHARES

           MOVE 'UNITS' TO WS-DET-BASIS
           PERFORM 5330-EDIT-ONE-UNITS
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           MOVE WS-FIG-TOTAL-UNITS TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-COL(9)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'RETAIL VALUE' TO WS-DET-BASIS
           PERFORM 5340-EDIT-ONE-VALUE
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           MOVE WS-FIG-TOTAL-VALUE TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-COL(9)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'SHARE OF VALUE %' TO WS-DET-BASIS
           PERFORM 5350-EDIT-ONE-SHARE
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           MOVE SPACES TO WS-DET-COL(9)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'AGAINST COMPANY %' TO WS-DET-BASIS
           PERFORM 5360-EDIT-ONE-VARIANCE
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           MOVE SPACES TO WS-DET-COL(9)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5320-FIGURE-SHARES.
           MOVE 0 TO WS-FIG-TOTAL-UNITS
           MOVE 0 TO WS-FIG-TOTAL-VALUE
           PERFORM 5321-ADD-ONE-TOTAL
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           PERFORM 5322-ONE-SHARE
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8.

       5321-ADD-ONE-TOTAL.
           ADD WS-FIG-UNITS(WS-COL) TO WS-FIG-TOTAL-UNITS
           ADD WS-FIG-VALUE(WS-COL) TO WS-FIG-TOTAL-VALUE.

       5322-ONE-SHARE.
           IF WS-FIG-TOTAL-VALUE = 0
              MOVE 0 TO WS-FIG-SHARE(WS-COL)
           ELSE
              COMPUTE WS-FIG-SHARE(WS-COL) ROUNDED =
                 (WS-FIG-VALUE(WS-COL) * 100) / WS-FIG-TOTAL-VALUE
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-FIG-SHARE(WS-COL)
              END-COMPUTE
           END-IF.

       5330-EDIT-ONE-UNITS.
           MOVE WS-FIG-UNITS(WS-COL) TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-COL(WS-COL).

       5340-EDIT-ONE-VALUE.
           MOVE WS-FIG-VALUE(WS-COL) TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-COL(WS-COL).

       5350-EDIT-ONE-SHARE.
           MOVE WS-FIG-SHARE(WS-COL) TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-COL(WS-COL).

       5360-EDIT-ONE-VARIANCE.
           COMPUTE WS-SHARE-PCT =
              WS-FIG-SHARE(WS-COL) - WS-CO-SHARE(WS-COL)
           MOVE WS-SHARE-PCT TO WS-VALUE-EDIT
           MOVE WS-VALUE-EDIT TO WS-DET-COL(WS-COL).

       5400-PRINT-COMPANY-PAGE.
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE SPACES TO WS-BN-BRANCH
           MOVE 'COMPANY PROFILE' TO WS-BN-DESC
           MOVE WS-BRANCH-NAME-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-COMPANY-TOTALS TO WS-FIGURES
           PERFORM 5300-WRITE-FIGURES

      *    The number of each kind of day in the window, so a column
      *    with an extra holiday or a short week reads in context.
           MOVE 'DAYS IN WINDOW' TO WS-DET-BASIS
           PERFORM 5410-EDIT-ONE-DAY-COUNT
              VARYING WS-COL FROM 1 BY 1 UNTIL WS-COL > 8
           MOVE DY-ENTRIES TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-COL(9)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5410-EDIT-ONE-DAY-COUNT.
           MOVE WS-WIN-DAYS(WS-COL) TO WS-UNITS-EDIT
           MOVE WS-UNITS-EDIT TO WS-DET-COL(WS-COL).

       5500-PRINT-HOLIDAY-PAGE.
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HOLIDAY-HEAD-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HOLIDAY-COLS-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF HT-ENTRIES = 0
              MOVE WS-NONE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 5510-PRINT-ONE-HOLIDAY
                 VARYING HT FROM 1 BY 1 UNTIL HT > HT-ENTRIES
           END-IF.

       5510-PRINT-ONE-HOLIDAY.
           MOVE HT-DATE(HT) TO WS-HL-DATE
           MOVE HT-REGION(HT) TO WS-HL-REGION
           MOVE HT-BRANCH(HT) TO WS-HL-BRANCH
           MOVE HT-BRANCH(HT) TO WS-SEARCH-BRANCH
           PERFORM 4100-FIND-BRANCH-ENTRY
           MOVE BT-DESC(BT) TO WS-HL-DESC
           MOVE HT-UNITS(HT) TO WS-HL-UNITS
           MOVE HT-VALUE(HT) TO WS-HL-VALUE
           MOVE WS-HOLIDAY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       8200-DAY-OF-WEEK.
      *    Zeller's congruence on the work date, January and February
      *    counting as months 13 and 14 of the year before; the
      *    result is turned round to 1 for Monday through 7 for
      *    Sunday.
           MOVE WS-WORK-MM TO WS-ZL-MONTH
           MOVE WS-WORK-CCYY TO WS-ZL-YEAR
           IF WS-ZL-MONTH < 3
              ADD 12 TO WS-ZL-MONTH
              SUBTRACT 1 FROM WS-ZL-YEAR
           END-IF
           DIVIDE WS-ZL-YEAR BY 100
              GIVING WS-ZL-CENTURY REMAINDER WS-ZL-YEAR-OF-CENT
           COMPUTE WS-ZL-MONTH-TERM = 13 * (WS-ZL-MONTH + 1)
           DIVIDE WS-ZL-MONTH-TERM BY 5 GIVING WS-ZL-MONTH-TERM
           DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-YEAR-TERM
           DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-CENT-TERM
           COMPUTE WS-ZL-SUM = WS-WORK-DD + WS-ZL-MONTH-TERM
              + WS-ZL-YEAR-OF-CENT + WS-ZL-YEAR-TERM
              + WS-ZL-CENT-TERM + (5 * WS-ZL-CENTURY) + 5
           DIVIDE WS-ZL-SUM BY 7
              GIVING WS-ZL-QUOT REMAINDER WS-ZL-DAY
           COMPUTE WS-DOW = WS-ZL-DAY + 1.

       9999-ABEND.
           MOVE 'DOWRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
