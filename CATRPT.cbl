       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CATRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : MERCHANDISE CATEGORY REPORTING                  *
      *                                                                *
      *  Function    : MERCHANDISE CATEGORY SALES REPORT. THE BUSINESS *
      *                DATE (CATPARM, ELSE THE RUN CONTROL, ELSE       *
      *                TODAY) IS LOOKED UP ON THE BUSINESS CALENDAR    *
      *                FOR ITS FISCAL PERIOD AND THE PERIOD BEFORE IT, *
      *                AND NET UNITS, COST AND RETAIL VALUE FROM THE   *
      *                REPHIST SALES HISTORY ARE ROLLED UP BY          *
      *                DEPARTMENT AND CATEGORY THROUGH THE ITEMMAST    *
      *                ITEM CATEGORY AND THE MERCHIER HIERARCHY. THE   *
      *                CURRENT PERIOD TO DATE IS SHOWN AGAINST THE     *
      *                WHOLE PRIOR PERIOD WITH THE RETAIL VALUE        *
      *                CHANGE, FOR THE COMPANY AND THEN FOR EACH       *
      *                REGION, WITH DEPARTMENT AND REGION TOTALS.      *
      *                SALES OF ITEMS WITHOUT A CATEGORY ON THE        *
      *                HIERARCHY ARE SHOWN AS UNCLASSIFIED.            *
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
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT MERCH-IN ASSIGN TO MERCHIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS MH-KEY
           FILE STATUS IS WS-MERCH-IN-STATUS.
           SELECT REGION-IN ASSIGN TO REGIONS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS REGION-CODE
           FILE STATUS IS WS-REGION-IN-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PARM-IN ASSIGN TO CATPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO CATRPT
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
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD MERCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 44 CHARACTERS.
           COPY MERCHR.
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
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "35".
       01 WS-MERCH-IN-STATUS                 PIC X(2).
           88 MERCH-IN-OK                    VALUE "00".
           88 MERCH-IN-EOF                   VALUE "10".
           88 MERCH-IN-NOT-FOUND             VALUE "35".
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
       01 WS-HIST-PRESENT                    PIC X VALUE 'N'.
           88 HIST-PRESENT                   VALUE 'Y'.
       01 WS-ITEM-MAST-PRESENT               PIC X VALUE 'N'.
           88 ITEM-MAST-PRESENT              VALUE 'Y'.
       01 WS-REGION-MAST-PRESENT             PIC X VALUE 'N'.
           88 REGION-MAST-PRESENT            VALUE 'Y'.
       01 WS-FISCAL-FOUND                    PIC X VALUE 'N'.
           88 FISCAL-FOUND                   VALUE 'Y'.
       01 WS-DEPT-ACTIVE                     PIC X VALUE 'N'.
           88 DEPT-ACTIVE                    VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *    Region code under which the company-wide figures are held.
       01 WS-ALL-REGIONS                     PIC X(2) VALUE '**'.
       01 WS-CUR-REGION                      PIC X(2) VALUE SPACES.
       01 WS-SEARCH-REGION                   PIC X(2) VALUE SPACES.
       01 WS-SEARCH-MT-SUB                   PIC 9(4) VALUE 0.
       01 WS-MT-SUB                          PIC 9(4) VALUE 0.
       01 WS-ITEM-CATEGORY                   PIC X(6) VALUE SPACES.
       01 WS-PREV-MERCH-KEY                  PIC X(6) VALUE LOW-VALUES.
       01 WS-CUR-DEPT                        PIC X(2) VALUE SPACES.
       01 WS-CUR-DEPT-DESC                   PIC X(30) VALUE SPACES.
       01 WS-NET-UNITS                       PIC S9(7) VALUE 0.
       01 WS-CHANGE-PCT                      PIC S9(5)V99 VALUE 0.
       01 WS-PCT-EDIT                        PIC ZZZ9.99-.
      *
      * Current and prior fiscal periods, from the calendar...
      *
       01 WS-CUR-FISCAL-YEAR                 PIC 9(4) VALUE 0.
       01 WS-CUR-FISCAL-PERIOD               PIC 9(2) VALUE 0.
       01 WS-PRI-FISCAL-YEAR                 PIC 9(4) VALUE 0.
       01 WS-PRI-FISCAL-PERIOD               PIC 9(2) VALUE 0.
       01 WS-PERIOD-START-DATE               PIC 9(8) VALUE 0.
       01 WS-PRIOR-START-DATE                PIC 9(8) VALUE 0.
       01 WS-SCAN-YEAR                       PIC 9(4) VALUE 0.
       01 WS-SCAN-PERIOD                     PIC 9(2) VALUE 0.
       01 WS-SCAN-START                      PIC 9(8) VALUE 0.
       01 WS-SCAN-PRI-YEAR                   PIC 9(4) VALUE 0.
       01 WS-SCAN-PRI-PERIOD                 PIC 9(2) VALUE 0.
       01 WS-SCAN-PRI-START                  PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-HIST-READ-COUNT                 PIC 9(9) VALUE 0.
       01 WS-HIST-USED-COUNT                 PIC 9(9) VALUE 0.
       01 WS-UNCLASSIFIED-COUNT              PIC 9(9) VALUE 0.
       01 WS-MERCH-READ-COUNT                PIC 9(7) VALUE 0.
       01 WS-LINE-COUNT                      PIC 9(7) VALUE 0.
      *
      * Department and section totals...
      *
       01 WS-DEPT-TOTALS.
          05 WS-DPT-CUR-UNITS                PIC S9(11) VALUE 0.
          05 WS-DPT-CUR-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-DPT-CUR-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-DPT-PRI-UNITS                PIC S9(11) VALUE 0.
          05 WS-DPT-PRI-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-DPT-PRI-RETAIL               PIC S9(13)V99 VALUE 0.
       01 WS-SECTION-TOTALS.
          05 WS-SEC-CUR-UNITS                PIC S9(11) VALUE 0.
          05 WS-SEC-CUR-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-SEC-CUR-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-SEC-PRI-UNITS                PIC S9(11) VALUE 0.
          05 WS-SEC-PRI-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-SEC-PRI-RETAIL               PIC S9(13)V99 VALUE 0.
      *
      * Figures being formatted onto a detail line...
      *
       01 WS-FIGURES.
          05 WS-FIG-CUR-UNITS                PIC S9(11) VALUE 0.
          05 WS-FIG-CUR-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-FIG-CUR-RETAIL               PIC S9(13)V99 VALUE 0.
          05 WS-FIG-PRI-UNITS                PIC S9(11) VALUE 0.
          05 WS-FIG-PRI-COST                 PIC S9(13)V99 VALUE 0.
          05 WS-FIG-PRI-RETAIL               PIC S9(13)V99 VALUE 0.
      *
      * Merchandise hierarchy from MERCHIER, in key order - the
      * department record (blank category) ahead of its categories...
      *
       01 MERCH-TABLE.
          05 MT-ENTRIES                      PIC 9(4) VALUE 0.
          05 MERCH-TABLE-ENTRY
             OCCURS 1 TO 1000 TIMES
             DEPENDING ON MT-ENTRIES
             ASCENDING KEY IS MT-KEY
             INDEXED BY MT.
             10 MT-KEY.
                15 MT-DEPT                   PIC X(2).
                15 MT-CAT-CODE               PIC X(4).
             10 MT-DESC                      PIC X(30).
      *
      * Sales by region and category; subscript zero holds items that
      * carry no category on the hierarchy...
      *
       01 ACCUM-TABLE.
          05 AC-ENTRIES                      PIC 9(5) VALUE 0.
          05 ACCUM-TABLE-ENTRY
             OCCURS 1 TO 10000 TIMES
             DEPENDING ON AC-ENTRIES
             INDEXED BY AC.
             10 AC-REGION                    PIC X(2).
             10 AC-MT-SUB                    PIC 9(4).
             10 AC-CUR-UNITS                 PIC S9(11).
             10 AC-CUR-COST                  PIC S9(13)V99.
             10 AC-CUR-RETAIL                PIC S9(13)V99.
             10 AC-PRI-UNITS                 PIC S9(11).
             10 AC-PRI-COST                  PIC S9(13)V99.
             10 AC-PRI-RETAIL                PIC S9(13)V99.
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
             10 FILLER                       PIC X(30)   VALUE
                'MERCHANDISE CATEGORY SALES'.
             10 FILLER                       PIC X(16)   VALUE
                'CURRENT PERIOD: '.
             10 WS-H1-CUR-YEAR               PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-CUR-PERIOD             PIC 9(2).
             10 FILLER                       PIC X(17)   VALUE
                '   PRIOR PERIOD: '.
             10 WS-H1-PRI-YEAR               PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-PRI-PERIOD             PIC 9(2).
             10 FILLER                       PIC X(18)   VALUE
                '   BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(29)   VALUE SPACES.
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
             10 FILLER                       PIC X(29)   VALUE
                'DEPT CAT  DESCRIPTION'.
             10 FILLER                       PIC X(11)   VALUE
                ' CUR UNITS'.
             10 FILLER                       PIC X(15)   VALUE
                '       CUR COST'.
             10 FILLER                       PIC X(15)   VALUE
                '     CUR RETAIL'.
             10 FILLER                       PIC X(11)   VALUE
                ' PRI UNITS'.
             10 FILLER                       PIC X(15)   VALUE
                '       PRI COST'.
             10 FILLER                       PIC X(15)   VALUE
                '     PRI RETAIL'.
             10 FILLER                       PIC X(9)    VALUE
                ' RETAIL %'.
             10 FILLER                       PIC X(12)   VALUE SPACES.
          05 WS-DEPT-LINE.
             10 WS-DL-DEPT                   PIC X(2).
             10 FILLER                       PIC X(8)    VALUE SPACES.
             10 WS-DL-DESC                   PIC X(30).
             10 FILLER                       PIC X(92)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-CAT                   PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DESC                  PIC X(20).
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CUR-UNITS             PIC Z(8)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CUR-COST              PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-CUR-RETAIL            PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRI-UNITS             PIC Z(8)9-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRI-COST              PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PRI-RETAIL            PIC Z(10)9.99-.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-PCT                   PIC X(8).
             10 FILLER                       PIC X(9)    VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO CATEGORY SALES IN EITHER PERIOD'.
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

           PERFORM 1050-DERIVE-FISCAL-PERIODS
           DISPLAY 'CATRPT: FISCAL PERIOD ' WS-CUR-FISCAL-YEAR '/'
              WS-CUR-FISCAL-PERIOD ' FROM ' WS-PERIOD-START-DATE
              ' TO ' WS-BUSINESS-DATE ' AGAINST '
              WS-PRI-FISCAL-YEAR '/' WS-PRI-FISCAL-PERIOD
              ' FROM ' WS-PRIOR-START-DATE

           PERFORM 1100-LOAD-MERCH-HIERARCHY

           OPEN INPUT ITEM-IN
           IF ITEM-IN-OK
              MOVE 'Y' TO WS-ITEM-MAST-PRESENT
           ELSE
              IF ITEM-IN-NOT-FOUND
                 DISPLAY '** WARNING: NO ITEM MASTER - ALL SALES ARE '
                    'REPORTED AS UNCLASSIFIED **'
              ELSE
                 DISPLAY '** ITEM-IN FILE IS NOT OK **'
                 DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

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
              MOVE 'Y' TO WS-HIST-PRESENT
              PERFORM 1300-START-REP-HISTORY
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       1050-DERIVE-FISCAL-PERIODS.
      *    The calendar is date-ordered and fiscal periods are
      *    contiguous runs of dates, so the period before the one
      *    holding the business date is simply the run seen before it.
           OPEN INPUT CALENDAR-IN
           IF NOT CALENDAR-OK
              DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
              DISPLAY '** CALENDAR-IN: ' WS-CALENDAR-STATUS
              MOVE '1050-DERIVE-FISCAL-PERIODS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 1060-SCAN-ONE-CAL-DATE UNTIL CALENDAR-EOF
           CLOSE CALENDAR-IN
           IF NOT FISCAL-FOUND
              DISPLAY '** BUSINESS DATE ' WS-BUSINESS-DATE
                 ' CARRIES NO FISCAL PERIOD ON THE CALENDAR **'
              MOVE '1050-DERIVE-FISCAL-PERIODS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
      *    With no earlier period on the calendar the prior columns
      *    are simply empty.
           IF WS-PRIOR-START-DATE = 0
              MOVE WS-PERIOD-START-DATE TO WS-PRIOR-START-DATE
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
                 OR CAL-FISCAL-PERIOD NOT = WS-SCAN-PERIOD
                 MOVE WS-SCAN-YEAR TO WS-SCAN-PRI-YEAR
                 MOVE WS-SCAN-PERIOD TO WS-SCAN-PRI-PERIOD
                 MOVE WS-SCAN-START TO WS-SCAN-PRI-START
                 MOVE CAL-FISCAL-YEAR TO WS-SCAN-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-SCAN-PERIOD
                 MOVE CAL-DATE TO WS-SCAN-START
              END-IF
              IF CAL-DATE = WS-BUSINESS-DATE
                 MOVE 'Y' TO WS-FISCAL-FOUND
                 MOVE WS-SCAN-YEAR TO WS-CUR-FISCAL-YEAR
                 MOVE WS-SCAN-PERIOD TO WS-CUR-FISCAL-PERIOD
                 MOVE WS-SCAN-START TO WS-PERIOD-START-DATE
                 MOVE WS-SCAN-PRI-YEAR TO WS-PRI-FISCAL-YEAR
                 MOVE WS-SCAN-PRI-PERIOD TO WS-PRI-FISCAL-PERIOD
                 MOVE WS-SCAN-PRI-START TO WS-PRIOR-START-DATE
              END-IF
           END-IF.

       1100-LOAD-MERCH-HIERARCHY.
           OPEN INPUT MERCH-IN
           IF MERCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO MERCHANDISE HIERARCHY - ALL '
                 'SALES ARE REPORTED AS UNCLASSIFIED **'
           ELSE
              IF NOT MERCH-IN-OK
                 DISPLAY '** MERCH-IN FILE IS NOT OK **'
                 DISPLAY '** MERCH-IN: ' WS-MERCH-IN-STATUS
                 MOVE '1100-LOAD-MERCH-HIERARCHY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1110-LOAD-ONE-MERCH UNTIL MERCH-IN-EOF
              CLOSE MERCH-IN
           END-IF.

       1110-LOAD-ONE-MERCH.
           READ MERCH-IN
              AT END SET MERCH-IN-EOF TO TRUE
           END-READ
           IF MERCH-IN-OK
              ADD 1 TO WS-MERCH-READ-COUNT
              IF MH-KEY < WS-PREV-MERCH-KEY
                 DISPLAY '** MERCH-IN IS NOT IN ASCENDING ORDER **'
                 MOVE '1110-LOAD-ONE-MERCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF MT-ENTRIES = 1000
                 DISPLAY '** MERCHANDISE TABLE FULL **'
                 MOVE '1110-LOAD-ONE-MERCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE MH-KEY TO WS-PREV-MERCH-KEY
              ADD 1 TO MT-ENTRIES
              MOVE MH-DEPT TO MT-DEPT(MT-ENTRIES)
              MOVE MH-CATEGORY TO MT-CAT-CODE(MT-ENTRIES)
              MOVE MH-DESC TO MT-DESC(MT-ENTRIES)
           END-IF.

       1300-START-REP-HISTORY.
      *    Nothing before the prior period start is reported, so
      *    reading starts there.
           MOVE WS-PRIOR-START-DATE TO HIST-DATE
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
           ADD 1 TO WS-HIST-USED-COUNT
           PERFORM 2200-FIND-ITEM-CATEGORY
           IF WS-SEARCH-MT-SUB = 0
              ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF
           COMPUTE WS-NET-UNITS = HIST-UNITS - HIST-RETURN-UNITS

           MOVE WS-ALL-REGIONS TO WS-SEARCH-REGION
           PERFORM 4100-FIND-ACCUM-ENTRY
           PERFORM 2300-ADD-TO-ACCUM

           MOVE HIST-REGION TO WS-SEARCH-REGION
           PERFORM 4100-FIND-ACCUM-ENTRY
           PERFORM 2300-ADD-TO-ACCUM
           PERFORM 2400-NOTE-REGION.

       2200-FIND-ITEM-CATEGORY.
      *    An item off the master, without a category, or carrying one
      *    since removed from the hierarchy is reported unclassified.
           MOVE 0 TO WS-SEARCH-MT-SUB
           MOVE SPACES TO WS-ITEM-CATEGORY
           IF ITEM-MAST-PRESENT
              MOVE HIST-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-CATEGORY TO WS-ITEM-CATEGORY
              END-READ
           END-IF
           IF WS-ITEM-CATEGORY NOT = SPACES
              AND ITEM-CAT-CODE NOT = SPACES
              AND MT-ENTRIES > 0
              SEARCH ALL MERCH-TABLE-ENTRY
                 AT END
                    CONTINUE
                 WHEN MT-KEY(MT) = WS-ITEM-CATEGORY
                    SET WS-SEARCH-MT-SUB TO MT
              END-SEARCH
           END-IF.

       2300-ADD-TO-ACCUM.
           IF HIST-DATE NOT < WS-PERIOD-START-DATE
              ADD WS-NET-UNITS TO AC-CUR-UNITS(AC)
              ADD HIST-COST-VALUE TO AC-CUR-COST(AC)
              ADD HIST-RETAIL-VALUE TO AC-CUR-RETAIL(AC)
           ELSE
              ADD WS-NET-UNITS TO AC-PRI-UNITS(AC)
              ADD HIST-COST-VALUE TO AC-PRI-COST(AC)
              ADD HIST-RETAIL-VALUE TO AC-PRI-RETAIL(AC)
           END-IF.

       2400-NOTE-REGION.
           SET RG TO 1
           SEARCH WS-REGION-ENTRY
              AT END
                 IF RG-ENTRIES = 50
                    DISPLAY '** REGION TABLE FULL **'
                    MOVE '2400-NOTE-REGION' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO RG-ENTRIES
                 MOVE HIST-REGION TO RG-REGION(RG-ENTRIES)
              WHEN RG-REGION(RG) = HIST-REGION
                 CONTINUE
           END-SEARCH.

       3000-END-PROCESS.
           MOVE WS-CUR-FISCAL-YEAR TO WS-H1-CUR-YEAR
           MOVE WS-CUR-FISCAL-PERIOD TO WS-H1-CUR-PERIOD
           MOVE WS-PRI-FISCAL-YEAR TO WS-H1-PRI-YEAR
           MOVE WS-PRI-FISCAL-PERIOD TO WS-H1-PRI-PERIOD
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE

      *    The company section leads, then one page per region.
           MOVE WS-ALL-REGIONS TO WS-CUR-REGION
           PERFORM 5000-PRINT-SECTION
           PERFORM 3100-PRINT-ONE-REGION
              VARYING RG FROM 1 BY 1 UNTIL RG > RG-ENTRIES

           IF ITEM-MAST-PRESENT
              CLOSE ITEM-IN
           END-IF
           IF REGION-MAST-PRESENT
              CLOSE REGION-IN
           END-IF
           IF HIST-PRESENT
              CLOSE REP-HISTORY
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'MERCHANDISE RECORDS LOADED: ' WS-MERCH-READ-COUNT
           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'HISTORY RECORDS IN EITHER PERIOD: '
              WS-HIST-USED-COUNT
           DISPLAY 'HISTORY RECORDS UNCLASSIFIED: '
              WS-UNCLASSIFIED-COUNT
           DISPLAY 'REGIONS REPORTED: ' RG-ENTRIES
           DISPLAY 'CATEGORY LINES PRINTED: ' WS-LINE-COUNT.

       3100-PRINT-ONE-REGION.
           MOVE RG-REGION(RG) TO WS-CUR-REGION
           PERFORM 5000-PRINT-SECTION.

       4100-FIND-ACCUM-ENTRY.
           SET AC TO 1
           SEARCH ACCUM-TABLE-ENTRY
              AT END
                 IF AC-ENTRIES = 10000
                    DISPLAY '** CATEGORY ACCUMULATOR TABLE FULL **'
                    MOVE '4100-FIND-ACCUM-ENTRY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO AC-ENTRIES
                 SET AC TO AC-ENTRIES
                 MOVE WS-SEARCH-REGION TO AC-REGION(AC)
                 MOVE WS-SEARCH-MT-SUB TO AC-MT-SUB(AC)
                 MOVE 0 TO AC-CUR-UNITS(AC)
                 MOVE 0 TO AC-CUR-COST(AC)
                 MOVE 0 TO AC-CUR-RETAIL(AC)
                 MOVE 0 TO AC-PRI-UNITS(AC)
                 MOVE 0 TO AC-PRI-COST(AC)
                 MOVE 0 TO AC-PRI-RETAIL(AC)
              WHEN AC-REGION(AC) = WS-SEARCH-REGION
                 AND AC-MT-SUB(AC) = WS-SEARCH-MT-SUB
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

       5000-PRINT-SECTION.
           PERFORM 5050-SET-REGION-HEADING

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           INITIALIZE WS-SECTION-TOTALS
           INITIALIZE WS-DEPT-TOTALS
           MOVE 'N' TO WS-DEPT-ACTIVE
           MOVE SPACES TO WS-CUR-DEPT
           MOVE SPACES TO WS-CUR-DEPT-DESC
           PERFORM 5100-PRINT-ONE-MERCH
              VARYING WS-MT-SUB FROM 1 BY 1
              UNTIL WS-MT-SUB > MT-ENTRIES
           PERFORM 5300-PRINT-DEPT-TOTAL

      *    Sales that could not be placed on the hierarchy follow
      *    the departments.
           MOVE 0 TO WS-SEARCH-MT-SUB
           PERFORM 5400-FIND-SECTION-ENTRY
           IF AC NOT > AC-ENTRIES
              MOVE '**' TO WS-DL-DEPT
              MOVE 'UNCLASSIFIED' TO WS-DL-DESC
              MOVE WS-DEPT-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE SPACES TO WS-DET-CAT
              MOVE 'NO CATEGORY' TO WS-DET-DESC
              PERFORM 5150-POST-SECTION-ENTRY
           END-IF

           IF WS-SEC-CUR-UNITS = 0 AND WS-SEC-CUR-RETAIL = 0
              AND WS-SEC-PRI-UNITS = 0 AND WS-SEC-PRI-RETAIL = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO WS-DET-CAT
           IF WS-CUR-REGION = WS-ALL-REGIONS
              MOVE 'COMPANY TOTAL' TO WS-DET-DESC
           ELSE
              MOVE 'REGION TOTAL' TO WS-DET-DESC
           END-IF
           MOVE WS-SECTION-TOTALS TO WS-FIGURES
           PERFORM 5500-WRITE-FIGURES
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5050-SET-REGION-HEADING.
           MOVE WS-CUR-REGION TO WS-H2-REGION
           MOVE SPACES TO WS-H2-REGION-NAME
           MOVE SPACES TO WS-H2-REGION-MANAGER
           IF WS-CUR-REGION = WS-ALL-REGIONS
              MOVE 'ALL REGIONS' TO WS-H2-REGION-NAME
           ELSE
              IF REGION-MAST-PRESENT
                 MOVE WS-CUR-REGION TO REGION-CODE
                 READ REGION-IN
                    INVALID KEY
                       MOVE 'UNKNOWN REGION' TO WS-H2-REGION-NAME
                    NOT INVALID KEY
                       MOVE REGION-NAME TO WS-H2-REGION-NAME
                       MOVE REGION-MANAGER TO WS-H2-REGION-MANAGER
                 END-READ
              END-IF
           END-IF.

       5100-PRINT-ONE-MERCH.
           IF MT-DEPT(WS-MT-SUB) NOT = WS-CUR-DEPT
              PERFORM 5300-PRINT-DEPT-TOTAL
              MOVE MT-DEPT(WS-MT-SUB) TO WS-CUR-DEPT
              MOVE SPACES TO WS-CUR-DEPT-DESC
           END-IF
           IF MT-CAT-CODE(WS-MT-SUB) = SPACES
              MOVE MT-DESC(WS-MT-SUB) TO WS-CUR-DEPT-DESC
           ELSE
              MOVE WS-MT-SUB TO WS-SEARCH-MT-SUB
              PERFORM 5400-FIND-SECTION-ENTRY
              IF AC NOT > AC-ENTRIES
                 IF NOT DEPT-ACTIVE
                    MOVE 'Y' TO WS-DEPT-ACTIVE
                    MOVE WS-CUR-DEPT TO WS-DL-DEPT
                    MOVE WS-CUR-DEPT-DESC TO WS-DL-DESC
                    MOVE WS-DEPT-LINE TO PRINT-OUT-RECORD
                    WRITE PRINT-OUT-RECORD
                 END-IF
                 MOVE MT-CAT-CODE(WS-MT-SUB) TO WS-DET-CAT
                 MOVE MT-DESC(WS-MT-SUB) TO WS-DET-DESC
                 PERFORM 5150-POST-SECTION-ENTRY
              END-IF
           END-IF.

       5150-POST-SECTION-ENTRY.
           MOVE AC-CUR-UNITS(AC) TO WS-FIG-CUR-UNITS
           MOVE AC-CUR-COST(AC) TO WS-FIG-CUR-COST
           MOVE AC-CUR-RETAIL(AC) TO WS-FIG-CUR-RETAIL
           MOVE AC-PRI-UNITS(AC) TO WS-FIG-PRI-UNITS
           MOVE AC-PRI-COST(AC) TO WS-FIG-PRI-COST
           MOVE AC-PRI-RETAIL(AC) TO WS-FIG-PRI-RETAIL
           ADD WS-FIG-CUR-UNITS TO WS-DPT-CUR-UNITS
           ADD WS-FIG-CUR-COST TO WS-DPT-CUR-COST
           ADD WS-FIG-CUR-RETAIL TO WS-DPT-CUR-RETAIL
           ADD WS-FIG-PRI-UNITS TO WS-DPT-PRI-UNITS
           ADD WS-FIG-PRI-COST TO WS-DPT-PRI-COST
           ADD WS-FIG-PRI-RETAIL TO WS-DPT-PRI-RETAIL
           ADD WS-FIG-CUR-UNITS TO WS-SEC-CUR-UNITS
           ADD WS-FIG-CUR-COST TO WS-SEC-CUR-COST
           ADD WS-FIG-CUR-RETAIL TO WS-SEC-CUR-RETAIL
           ADD WS-FIG-PRI-UNITS TO WS-SEC-PRI-UNITS
           ADD WS-FIG-PRI-COST TO WS-SEC-PRI-COST
           ADD WS-FIG-PRI-RETAIL TO WS-SEC-PRI-RETAIL
           ADD 1 TO WS-LINE-COUNT
           PERFORM 5500-WRITE-FIGURES.

       5300-PRINT-DEPT-TOTAL.
           IF DEPT-ACTIVE
              MOVE SPACES TO WS-DET-CAT
              MOVE 'DEPARTMENT TOTAL' TO WS-DET-DESC
              MOVE WS-DEPT-TOTALS TO WS-FIGURES
              PERFORM 5500-WRITE-FIGURES
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           INITIALIZE WS-DEPT-TOTALS
           MOVE 'N' TO WS-DEPT-ACTIVE.

       5400-FIND-SECTION-ENTRY.
      *    Leaves AC beyond the table when the region has no sales in
      *    the category.
           SET AC TO 1
           SEARCH ACCUM-TABLE-ENTRY
              AT END
                 SET AC TO AC-ENTRIES
                 SET AC UP BY 1
              WHEN AC-REGION(AC) = WS-CUR-REGION
                 AND AC-MT-SUB(AC) = WS-SEARCH-MT-SUB
                 CONTINUE
           END-SEARCH.

       5500-WRITE-FIGURES.
      *    The change is current retail against the prior period's
      *    retail, as a percentage of the prior period.
           MOVE WS-FIG-CUR-UNITS TO WS-DET-CUR-UNITS
           MOVE WS-FIG-CUR-COST TO WS-DET-CUR-COST
           MOVE WS-FIG-CUR-RETAIL TO WS-DET-CUR-RETAIL
           MOVE WS-FIG-PRI-UNITS TO WS-DET-PRI-UNITS
           MOVE WS-FIG-PRI-COST TO WS-DET-PRI-COST
           MOVE WS-FIG-PRI-RETAIL TO WS-DET-PRI-RETAIL
           IF WS-FIG-PRI-RETAIL = 0
              MOVE '     N/A' TO WS-DET-PCT
           ELSE
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 ((WS-FIG-CUR-RETAIL - WS-FIG-PRI-RETAIL) * 100)
                    / WS-FIG-PRI-RETAIL
                 ON SIZE ERROR
                    MOVE 9999.99 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-PCT-EDIT
              MOVE WS-PCT-EDIT TO WS-DET-PCT
           END-IF
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'CATRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
