       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TAXRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PERIOD SALES-TAX LIABILITY REPORT               *
      *                                                                *
      *  Function    : SUMMARISE THE TAXHIST SALES-TAX HISTORY FOR ONE *
      *                FISCAL PERIOD - THE PERIOD THE BUSINESS DATE    *
      *                FALLS IN ON THE BUSINESS CALENDAR, OR THE YEAR  *
      *                AND PERIOD GIVEN ON TAXRPARM - INTO THE TAX     *
      *                RETURN: SALES, RETURNS, TAXABLE VALUE AND TAX   *
      *                BY TAX CODE, REGION AND BRANCH, WITH REGION AND *
      *                CODE SUBTOTALS AND A GRAND TOTAL. VALUE THAT    *
      *                COULD NOT BE TAXED IS SHOWN UNDER A BLANK CODE. *
      *                RUN AT PERIOD END AFTER THE LAST NIGHT OF THE   *
      *                PERIOD HAS BEEN POSTED.                         *
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
           SELECT TAXHIST-IN ASSIGN TO TAXHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TH-KEY
           FILE STATUS IS WS-TAXHIST-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-IN ASSIGN TO TAXRPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO TAXRPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD TAXHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS.
           COPY TAXHISTR.
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
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-FISCAL-YEAR               PIC 9(4).
           05 PARM-FISCAL-PERIOD             PIC 9(2).
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
       01 WS-TAXHIST-STATUS                  PIC X(2).
           88 TAXHIST-OK                     VALUE "00".
           88 TAXHIST-EOF                    VALUE "10".
           88 TAXHIST-NOT-FOUND              VALUE "35".
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
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
       01 WS-KEY-FOUND                       PIC X VALUE 'N'.
           88 KEY-FOUND                      VALUE 'Y'.
       01 WS-TAXHIST-OPEN                    PIC X VALUE 'N'.
           88 TAXHIST-OPEN                   VALUE 'Y'.
       01 WS-FIRST-LINE                      PIC X VALUE 'Y'.
           88 FIRST-LINE                     VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-FISCAL-YEAR                     PIC 9(4) VALUE 0.
       01 WS-FISCAL-PERIOD                   PIC 9(2) VALUE 0.
       01 WS-FIRST-DATE                      PIC 9(8) VALUE 0.
       01 WS-LAST-DATE                       PIC 9(8) VALUE 0.
       01 WS-CUR-KEY                         PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-KEY                        PIC X(8) VALUE LOW-VALUES.
       01 WS-PREV-CODE                       PIC X(2) VALUE SPACES.
       01 WS-PREV-REGION                     PIC X(2) VALUE SPACES.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-CODE                  PIC X(2).
          05 WS-SEARCH-REGION                PIC X(2).
          05 WS-SEARCH-BRANCH                PIC X(4).
      *
      * Running totals - region within code, code, and the return...
      *
       01 WS-TOTALS.
          05 WS-TOT-ENTRY OCCURS 3 TIMES.
             10 WS-TOT-SALES                 PIC S9(13)V99.
             10 WS-TOT-RETURNS               PIC S9(13)V99.
             10 WS-TOT-TAXABLE               PIC S9(13)V99.
             10 WS-TOT-TAX                   PIC S9(13)V99.
       01 WS-TX                              PIC 9(1) COMP VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-SELECTED-COUNT                  PIC 9(9) VALUE 0.
      *
      * Period tax by code, region and branch...
      *
       01 WS-PERIOD-TABLE.
          05 PT-ENTRIES                      PIC 9(5) VALUE 0.
          05 PT-ENTRY
             OCCURS 1 TO 5000 TIMES
             DEPENDING ON PT-ENTRIES
             INDEXED BY PT.
             10 PT-KEY.
                15 PT-TAX-CODE               PIC X(2).
                15 PT-REGION                 PIC X(2).
                15 PT-BRANCH                 PIC X(4).
             10 PT-DAYS                      PIC 9(5).
             10 PT-SALES-VALUE               PIC S9(13)V99.
             10 PT-RETURNS-VALUE             PIC S9(13)V99.
             10 PT-TAXABLE-VALUE             PIC S9(13)V99.
             10 PT-TAX-VALUE                 PIC S9(13)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'SALES-TAX LIABILITY BY PERIOD'.
             10 FILLER                       PIC X(15)   VALUE
                'FISCAL PERIOD: '.
             10 WS-H1-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'DATES: '.
             10 WS-H1-FIRST                  PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE ' TO '.
             10 WS-H1-LAST                   PIC 9(8).
             10 FILLER                       PIC X(39)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'CODE'.
             10 FILLER                       PIC X(8)    VALUE
                'REGION'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(8)    VALUE
                '    DAYS'.
             10 FILLER                       PIC X(18)   VALUE
                '       SALES VALUE'.
             10 FILLER                       PIC X(18)   VALUE
                '     RETURNS VALUE'.
             10 FILLER                       PIC X(18)   VALUE
                '     TAXABLE VALUE'.
             10 FILLER                       PIC X(18)   VALUE
                '               TAX'.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-CODE                  PIC X(2).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-REGION                PIC X(2).
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-DAYS                  PIC Z(7)9.
             10 WS-DET-SALES                 PIC -(14)9.99.
             10 WS-DET-RETURNS               PIC -(14)9.99.
             10 WS-DET-TAXABLE               PIC -(14)9.99.
             10 WS-DET-TAX                   PIC -(14)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(30).
             10 WS-TLN-SALES                 PIC -(14)9.99.
             10 WS-TLN-RETURNS               PIC -(14)9.99.
             10 WS-TLN-TAXABLE               PIC -(14)9.99.
             10 WS-TLN-TAX                   PIC -(14)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-REGION-LABEL.
             10 FILLER                       PIC X(6)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'REGION '.
             10 WS-RLB-REGION                PIC X(2).
             10 FILLER                       PIC X(15)   VALUE
                ' TOTAL'.
          05 WS-CODE-LABEL.
             10 FILLER                       PIC X(9)    VALUE
                'TAX CODE '.
             10 WS-CLB-CODE                  PIC X(2).
             10 FILLER                       PIC X(19)   VALUE
                ' TOTAL'.
          05 WS-MESSAGE-LINE.
             10 WS-MSG-TEXT                  PIC X(60).
             10 FILLER                       PIC X(72)   VALUE SPACES.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL TAXHIST-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 4600-READ-PARM-IN
           IF WS-FISCAL-PERIOD = 0
              PERFORM 1500-FIND-FISCAL-PERIOD
           END-IF
           DISPLAY 'TAX RETURN FOR FISCAL PERIOD: ' WS-FISCAL-YEAR
              '/' WS-FISCAL-PERIOD

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    No history yet, or no period to report on, gives an empty
      *    return rather than a failed step.
           IF WS-FISCAL-PERIOD = 0
              DISPLAY '** WARNING: NO FISCAL PERIOD TO REPORT **'
              SET TAXHIST-EOF TO TRUE
           ELSE
              OPEN INPUT TAXHIST-IN
              IF TAXHIST-NOT-FOUND
                 DISPLAY '** WARNING: NO TAX HISTORY **'
                 SET TAXHIST-EOF TO TRUE
              ELSE
                 IF NOT TAXHIST-OK
                    DISPLAY '** TAXHIST-IN FILE IS NOT OK **'
                    DISPLAY '** TAXHIST-IN: ' WS-TAXHIST-STATUS
                    MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE 'Y' TO WS-TAXHIST-OPEN
              END-IF
           END-IF.

       1500-FIND-FISCAL-PERIOD.
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO BUSINESS CALENDAR **'
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
                 MOVE '1500-FIND-FISCAL-PERIOD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-SCAN-ONE-DATE UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
           END-IF.

       1550-SCAN-ONE-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              IF CAL-DATE = WS-BUSINESS-DATE
                 AND CAL-FISCAL-PERIOD NUMERIC
                 AND CAL-FISCAL-YEAR NUMERIC
                 MOVE CAL-FISCAL-YEAR TO WS-FISCAL-YEAR
                 MOVE CAL-FISCAL-PERIOD TO WS-FISCAL-PERIOD
              END-IF
           END-IF.

       2000-MAIN-PROCESS.
           READ TAXHIST-IN NEXT RECORD
              AT END CONTINUE
           END-READ
           IF TAXHIST-OK
              ADD 1 TO WS-READ-COUNT
              IF TH-FISCAL-YEAR = WS-FISCAL-YEAR
                 AND TH-FISCAL-PERIOD = WS-FISCAL-PERIOD
                 PERFORM 2100-ACCUMULATE-RECORD
              END-IF
           ELSE
              IF NOT TAXHIST-EOF
                 DISPLAY '** TAXHIST-IN FILE IS NOT OK **'
                 DISPLAY '** TAXHIST-IN: ' WS-TAXHIST-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-ACCUMULATE-RECORD.
           ADD 1 TO WS-SELECTED-COUNT
           IF WS-FIRST-DATE = 0 OR TH-BUSINESS-DATE < WS-FIRST-DATE
              MOVE TH-BUSINESS-DATE TO WS-FIRST-DATE
           END-IF
           IF TH-BUSINESS-DATE > WS-LAST-DATE
              MOVE TH-BUSINESS-DATE TO WS-LAST-DATE
           END-IF
           MOVE TH-TAX-CODE TO WS-SEARCH-CODE
           MOVE TH-REGION TO WS-SEARCH-REGION
           MOVE TH-BRANCH TO WS-SEARCH-BRANCH
           SET PT TO 1
           SEARCH PT-ENTRY
              AT END
                 IF PT-ENTRIES = 5000
                    DISPLAY '** PERIOD TABLE FULL **'
                    MOVE '2100-ACCUMULATE-RECORD' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO PT-ENTRIES
                 SET PT TO PT-ENTRIES
                 MOVE WS-SEARCH-KEY TO PT-KEY(PT)
                 MOVE 0 TO PT-DAYS(PT)
                 MOVE 0 TO PT-SALES-VALUE(PT)
                 MOVE 0 TO PT-RETURNS-VALUE(PT)
                 MOVE 0 TO PT-TAXABLE-VALUE(PT)
                 MOVE 0 TO PT-TAX-VALUE(PT)
                 PERFORM 2150-ADD-TO-ENTRY
              WHEN PT-KEY(PT) = WS-SEARCH-KEY
                 PERFORM 2150-ADD-TO-ENTRY
           END-SEARCH.

       2150-ADD-TO-ENTRY.
           ADD 1 TO PT-DAYS(PT)
           ADD TH-SALES-VALUE TO PT-SALES-VALUE(PT)
           ADD TH-RETURNS-VALUE TO PT-RETURNS-VALUE(PT)
           ADD TH-TAXABLE-VALUE TO PT-TAXABLE-VALUE(PT)
           ADD TH-TAX-VALUE TO PT-TAX-VALUE(PT).

       3000-END-PROCESS.
           MOVE WS-FISCAL-YEAR TO WS-H1-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-H1-PERIOD
           MOVE WS-FIRST-DATE TO WS-H1-FIRST
           MOVE WS-LAST-DATE TO WS-H1-LAST
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 0 TO WS-TOT-SALES(1) WS-TOT-RETURNS(1)
                     WS-TOT-TAXABLE(1) WS-TOT-TAX(1)
           MOVE 0 TO WS-TOT-SALES(2) WS-TOT-RETURNS(2)
                     WS-TOT-TAXABLE(2) WS-TOT-TAX(2)
           MOVE 0 TO WS-TOT-SALES(3) WS-TOT-RETURNS(3)
                     WS-TOT-TAXABLE(3) WS-TOT-TAX(3)

           PERFORM 4900-FIND-NEXT-KEY
           PERFORM 5000-REPORT-ONE-ENTRY UNTIL NOT KEY-FOUND

           IF PT-ENTRIES = 0
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE 'NO TAX POSTED FOR THE PERIOD' TO WS-MSG-TEXT
              MOVE WS-MESSAGE-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 5200-PRINT-REGION-TOTAL
              PERFORM 5300-PRINT-CODE-TOTAL
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE 'TOTAL FOR THE PERIOD' TO WS-TOT-LABEL
              MOVE 3 TO WS-TX
              PERFORM 5400-PRINT-TOTAL
           END-IF

           IF TAXHIST-OPEN
              CLOSE TAXHIST-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'TAXHIST RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'TAXHIST RECORDS FOR THE PERIOD: ' WS-SELECTED-COUNT
           DISPLAY 'TAX RETURN LINES: ' PT-ENTRIES.

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
                 IF PARM-FISCAL-YEAR NUMERIC
                    AND PARM-FISCAL-PERIOD NUMERIC
                    AND PARM-FISCAL-PERIOD > 0
                    MOVE PARM-FISCAL-YEAR TO WS-FISCAL-YEAR
                    MOVE PARM-FISCAL-PERIOD TO WS-FISCAL-PERIOD
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-KEY.
      *    Lowest code, region and branch above the one just printed.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE HIGH-VALUES TO WS-CUR-KEY
           PERFORM 4910-TEST-ONE-KEY
              VARYING PT FROM 1 BY 1
              UNTIL PT > PT-ENTRIES.

       4910-TEST-ONE-KEY.
           IF PT-KEY(PT) > WS-PREV-KEY
              AND PT-KEY(PT) < WS-CUR-KEY
              MOVE PT-KEY(PT) TO WS-CUR-KEY
              MOVE 'Y' TO WS-KEY-FOUND
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

       5000-REPORT-ONE-ENTRY.
           SET PT TO 1
           SEARCH PT-ENTRY
              WHEN PT-KEY(PT) = WS-CUR-KEY
                 PERFORM 5050-CHECK-BREAKS
                 PERFORM 5100-PRINT-ENTRY
           END-SEARCH

           MOVE WS-CUR-KEY TO WS-PREV-KEY
           PERFORM 4900-FIND-NEXT-KEY.

       5050-CHECK-BREAKS.
           IF NOT FIRST-LINE
              IF PT-TAX-CODE(PT) NOT = WS-PREV-CODE
                 PERFORM 5200-PRINT-REGION-TOTAL
                 PERFORM 5300-PRINT-CODE-TOTAL
                 MOVE SPACES TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
              ELSE
                 IF PT-REGION(PT) NOT = WS-PREV-REGION
                    PERFORM 5200-PRINT-REGION-TOTAL
                 END-IF
              END-IF
           END-IF
           MOVE 'N' TO WS-FIRST-LINE
           MOVE PT-TAX-CODE(PT) TO WS-PREV-CODE
           MOVE PT-REGION(PT) TO WS-PREV-REGION.

       5100-PRINT-ENTRY.
           MOVE PT-TAX-CODE(PT) TO WS-DET-CODE
           MOVE PT-REGION(PT) TO WS-DET-REGION
           MOVE PT-BRANCH(PT) TO WS-DET-BRANCH
           MOVE PT-DAYS(PT) TO WS-DET-DAYS
           MOVE PT-SALES-VALUE(PT) TO WS-DET-SALES
           MOVE PT-RETURNS-VALUE(PT) TO WS-DET-RETURNS
           MOVE PT-TAXABLE-VALUE(PT) TO WS-DET-TAXABLE
           MOVE PT-TAX-VALUE(PT) TO WS-DET-TAX
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           PERFORM 5150-ADD-TO-TOTALS
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 3.

       5150-ADD-TO-TOTALS.
           ADD PT-SALES-VALUE(PT) TO WS-TOT-SALES(WS-TX)
           ADD PT-RETURNS-VALUE(PT) TO WS-TOT-RETURNS(WS-TX)
           ADD PT-TAXABLE-VALUE(PT) TO WS-TOT-TAXABLE(WS-TX)
           ADD PT-TAX-VALUE(PT) TO WS-TOT-TAX(WS-TX).

       5200-PRINT-REGION-TOTAL.
           MOVE WS-PREV-REGION TO WS-RLB-REGION
           MOVE WS-REGION-LABEL TO WS-TOT-LABEL
           MOVE 1 TO WS-TX
           PERFORM 5400-PRINT-TOTAL
           MOVE 0 TO WS-TOT-SALES(1) WS-TOT-RETURNS(1)
                     WS-TOT-TAXABLE(1) WS-TOT-TAX(1).

       5300-PRINT-CODE-TOTAL.
           MOVE WS-PREV-CODE TO WS-CLB-CODE
           MOVE WS-CODE-LABEL TO WS-TOT-LABEL
           MOVE 2 TO WS-TX
           PERFORM 5400-PRINT-TOTAL
           MOVE 0 TO WS-TOT-SALES(2) WS-TOT-RETURNS(2)
                     WS-TOT-TAXABLE(2) WS-TOT-TAX(2).

       5400-PRINT-TOTAL.
           MOVE WS-TOT-SALES(WS-TX) TO WS-TLN-SALES
           MOVE WS-TOT-RETURNS(WS-TX) TO WS-TLN-RETURNS
           MOVE WS-TOT-TAXABLE(WS-TX) TO WS-TLN-TAXABLE
           MOVE WS-TOT-TAX(WS-TX) TO WS-TLN-TAX
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'TAXRPT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
