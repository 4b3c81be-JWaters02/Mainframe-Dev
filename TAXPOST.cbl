       IDENTIFICATION DIVISION.
       PROGRAM-ID.   TAXPOST.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : NIGHTLY SALES-TAX POSTING                       *
      *                                                                *
      *  Function    : TAX THE NIGHT'S SALES AND RETURNS ON THE        *
      *                ENRICHED BRCHOUT FILE AT THE RATE IN FORCE ON   *
      *                THE BUSINESS DATE (THROUGH TAXLKUP) AND POST    *
      *                THE RESULT TO THE TAXHIST HISTORY AS ONE RECORD *
      *                PER TAX CODE AND BRANCH, STAMPED WITH THE       *
      *                FISCAL YEAR AND PERIOD FROM THE BUSINESS        *
      *                CALENDAR. RETURNS REDUCE THE TAXABLE VALUE AND  *
      *                THE TAX. ANY RECORDS ALREADY HELD FOR THE       *
      *                BUSINESS DATE ARE REMOVED FIRST SO A RE-RUN     *
      *                REPLACES THEM. MOVEMENTS FOR AN ITEM THAT IS    *
      *                UNKNOWN, HAS NO TAX CODE OR HAS NO RATE IN      *
      *                FORCE ARE POSTED UNDER A BLANK CODE WITH NO TAX *
      *                AND COUNTED ON THE CONTROL REPORT. A TRIAL RUN  *
      *                PRINTS THE REPORT BUT POSTS NOTHING.            *
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
           SELECT BRANCHINFO-IN ASSIGN TO BRCHOUT
           FILE STATUS IS WS-BRANCHINFO-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT TAXHIST-FILE ASSIGN TO TAXHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TH-KEY
           FILE STATUS IS WS-TAXHIST-STATUS.
           SELECT PRINT-OUT ASSIGN TO TAXPPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BRANCHINFO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 107 CHARACTERS.
       01 BRANCHINFO-RECORD.
           05 BI-ITEM                        PIC X(6).
           05 BI-OPTION                      PIC X(2).
           05 BI-BRANCH                      PIC X(4).
           05 BI-BRANCH-DESC                 PIC X(30).
           05 BI-PRICE                       PIC 9(5)V99.
           05 BI-QUANTITY                    PIC 9(3).
           05 BI-REGION                      PIC X(2).
           05 BI-MANAGER                     PIC X(20).
           05 BI-PHONE                       PIC X(12).
           05 BI-MOVEMENT-TYPE               PIC X(1).
              88 BI-SALE                     VALUE 'S'.
              88 BI-RETURN                   VALUE 'R'.
           05 BI-OPTION-DESC                 PIC X(20).
       01 BRANCHINFO-TRAILER-RECORD.
           05 BI-TRAILER-ID                  PIC X(6).
           05 BI-TRAILER-COUNT               PIC 9(9).
           05 FILLER                         PIC X(92).
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
       FD TAXHIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 84 CHARACTERS.
           COPY TAXHISTR.
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
       01 WS-BRANCHINFO-STATUS               PIC X(2).
           88 BRANCHINFO-OK                  VALUE "00".
           88 BRANCHINFO-EOF                 VALUE "10".
       01 WS-CALENDAR-STATUS                 PIC X(2).
           88 CALENDAR-OK                    VALUE "00".
           88 CALENDAR-EOF                   VALUE "10".
           88 CALENDAR-NOT-FOUND             VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-TAXHIST-STATUS                  PIC X(2).
           88 TAXHIST-OK                     VALUE "00".
           88 TAXHIST-EOF                    VALUE "10".
           88 TAXHIST-NOT-FOUND              VALUE "23".
           88 TAXHIST-NO-FILE                VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TRAILER-FOUND                   PIC X VALUE 'N'.
           88 TRAILER-FOUND                  VALUE 'Y'.
       01 WS-TRIAL-FLAG                      PIC X VALUE 'N'.
           88 TRIAL-RUN                      VALUE 'Y'.
       01 WS-KEY-FOUND                       PIC X VALUE 'N'.
           88 KEY-FOUND                      VALUE 'Y'.
       01 WS-PURGE-DONE                      PIC X VALUE 'N'.
           88 PURGE-DONE                     VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-FISCAL-YEAR                     PIC 9(4) VALUE 0.
       01 WS-FISCAL-PERIOD                   PIC 9(2) VALUE 0.
       01 WS-MOVEMENT-VALUE                  PIC S9(9)V99 VALUE 0.
       01 WS-CUR-KEY                         PIC X(6) VALUE LOW-VALUES.
       01 WS-PREV-KEY                        PIC X(6) VALUE LOW-VALUES.
       01 WS-SEARCH-KEY.
          05 WS-SEARCH-CODE                  PIC X(2).
          05 WS-SEARCH-BRANCH                PIC X(4).
       01 WS-TOTAL-SALES                     PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-RETURNS                   PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TAXABLE                   PIC S9(13)V99 VALUE 0.
       01 WS-TOTAL-TAX                       PIC S9(13)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-TAXED-COUNT                     PIC 9(9) VALUE 0.
       01 WS-UNKNOWN-COUNT                   PIC 9(9) VALUE 0.
       01 WS-UNCODED-COUNT                   PIC 9(9) VALUE 0.
       01 WS-NO-RATE-COUNT                   PIC 9(9) VALUE 0.
       01 WS-PURGED-COUNT                    PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT                    PIC 9(7) VALUE 0.
      *
      * Tax by code and branch for the night...
      *
       01 WS-TAX-TABLE.
          05 TT-ENTRIES                      PIC 9(5) VALUE 0.
          05 TT-ENTRY
             OCCURS 1 TO 2000 TIMES
             DEPENDING ON TT-ENTRIES
             INDEXED BY TT.
             10 TT-KEY.
                15 TT-TAX-CODE               PIC X(2).
                15 TT-BRANCH                 PIC X(4).
             10 TT-REGION                    PIC X(2).
             10 TT-TAX-RATE                  PIC 9(2)V999.
             10 TT-SALES-VALUE               PIC S9(11)V99.
             10 TT-RETURNS-VALUE             PIC S9(11)V99.
             10 TT-TAXABLE-VALUE             PIC S9(11)V99.
             10 TT-TAX-VALUE                 PIC S9(11)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'NIGHTLY SALES-TAX POSTING'.
             10 FILLER                       PIC X(6)    VALUE
                'RUN: '.
             10 WS-H1-RUN                    PIC 9(5).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(15)   VALUE
                'BUSINESS DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'PERIOD: '.
             10 WS-H1-YEAR                   PIC 9(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-H1-PERIOD                 PIC 9(2).
             10 FILLER                       PIC X(35)   VALUE SPACES.
          05 WS-TRIAL-BANNER                 PIC X(31)   VALUE
             '** TRIAL RUN - NOT FOR ISSUE **'.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'CODE'.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(8)    VALUE
                'REGION'.
             10 FILLER                       PIC X(8)    VALUE
                '  RATE %'.
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
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-REGION                PIC X(2).
             10 FILLER                       PIC X(8)    VALUE SPACES.
             10 WS-DET-RATE                  PIC Z9.999.
             10 WS-DET-SALES                 PIC -(14)9.99.
             10 WS-DET-RETURNS               PIC -(14)9.99.
             10 WS-DET-TAXABLE               PIC -(14)9.99.
             10 WS-DET-TAX                   PIC -(14)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-GRAND-LINE.
             10 FILLER                       PIC X(30)   VALUE
                'TOTAL'.
             10 WS-GRD-SALES                 PIC -(14)9.99.
             10 WS-GRD-RETURNS               PIC -(14)9.99.
             10 WS-GRD-TAXABLE               PIC -(14)9.99.
             10 WS-GRD-TAX                   PIC -(14)9.99.
             10 FILLER                       PIC X(30)   VALUE SPACES.
          05 WS-COUNT-LINE.
             10 WS-CNT-LABEL                 PIC X(40).
             10 WS-CNT-VALUE                 PIC Z(8)9.
             10 FILLER                       PIC X(83)   VALUE SPACES.
      *
       COPY TAXLKUPL.
      *
       COPY ERRLOGL.
      *
       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL BRANCHINFO-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF
           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - TAXHIST WILL NOT BE UPDATED'
           END-IF

           PERFORM 1500-FIND-FISCAL-PERIOD

           OPEN INPUT BRANCHINFO-IN
           IF NOT BRANCHINFO-OK
              DISPLAY '** BRANCHINFO-IN FILE IS NOT OK **'
              DISPLAY '** BRANCHINFO-IN: ' WS-BRANCHINFO-STATUS
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

       1500-FIND-FISCAL-PERIOD.
      *    Without a calendar the tax is still posted, under period
      *    zero, so the night is not lost; TAXRPT will not pick it up
      *    until the history is corrected.
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO BUSINESS CALENDAR - TAX POSTED '
                 'WITHOUT A FISCAL PERIOD **'
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR-IN FILE IS NOT OK **'
                 MOVE '1500-FIND-FISCAL-PERIOD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-SCAN-ONE-DATE UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
              IF WS-FISCAL-PERIOD = 0
                 DISPLAY '** WARNING: BUSINESS DATE CARRIES NO '
                    'FISCAL PERIOD ON THE CALENDAR **'
              END-IF
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
           READ BRANCHINFO-IN
              AT END CONTINUE
           END-READ
           IF BRANCHINFO-OK
              IF BI-TRAILER-ID = 'TRAILR'
                 MOVE 'Y' TO WS-TRAILER-FOUND
                 IF BI-TRAILER-COUNT NOT = WS-READ-COUNT
                    DISPLAY '** BRANCHINFO TRAILER COUNT MISMATCH **'
                    DISPLAY '** TRAILER: ' BI-TRAILER-COUNT
                       ' RECORDS READ: ' WS-READ-COUNT
                    MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE "10" TO WS-BRANCHINFO-STATUS
              ELSE
                 ADD 1 TO WS-READ-COUNT
                 IF BI-SALE OR BI-RETURN
                    PERFORM 2100-TAX-ONE-MOVEMENT
                 END-IF
              END-IF
           ELSE
              IF NOT BRANCHINFO-EOF
                 DISPLAY '** BRANCHINFO-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCHINFO-IN: ' WS-BRANCHINFO-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-TAX-ONE-MOVEMENT.
           COMPUTE WS-MOVEMENT-VALUE = BI-PRICE * BI-QUANTITY
           MOVE 'L' TO TL-FUNCTION
           MOVE BI-ITEM TO TL-ITEM
           MOVE WS-BUSINESS-DATE TO TL-DATE
           IF BI-RETURN
              COMPUTE TL-TAXABLE-VALUE = 0 - WS-MOVEMENT-VALUE
           ELSE
              MOVE WS-MOVEMENT-VALUE TO TL-TAXABLE-VALUE
           END-IF
           CALL 'TAXLKUP' USING TAXLKUP-PARM
           EVALUATE TRUE
              WHEN TL-TAXED
                 ADD 1 TO WS-TAXED-COUNT
              WHEN TL-ITEM-UNKNOWN
                 ADD 1 TO WS-UNKNOWN-COUNT
              WHEN TL-NO-TAX-CODE
                 ADD 1 TO WS-UNCODED-COUNT
              WHEN TL-NO-RATE
                 ADD 1 TO WS-NO-RATE-COUNT
              WHEN OTHER
                 DISPLAY '** TAX MASTERS ARE NOT AVAILABLE **'
                 MOVE '2100-TAX-ONE-MOVEMENT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-EVALUATE
      *    Anything that could not be taxed is held under a blank
      *    code so its value still shows on the return.
           IF TL-TAXED
              MOVE TL-TAX-CODE TO WS-SEARCH-CODE
           ELSE
              MOVE SPACES TO WS-SEARCH-CODE
           END-IF
           MOVE BI-BRANCH TO WS-SEARCH-BRANCH
           SET TT TO 1
           SEARCH TT-ENTRY
              AT END
                 IF TT-ENTRIES = 2000
                    DISPLAY '** TAX TABLE FULL **'
                    MOVE '2100-TAX-ONE-MOVEMENT' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO TT-ENTRIES
                 SET TT TO TT-ENTRIES
                 MOVE WS-SEARCH-KEY TO TT-KEY(TT)
                 MOVE BI-REGION TO TT-REGION(TT)
                 MOVE 0 TO TT-TAX-RATE(TT)
                 MOVE 0 TO TT-SALES-VALUE(TT)
                 MOVE 0 TO TT-RETURNS-VALUE(TT)
                 MOVE 0 TO TT-TAXABLE-VALUE(TT)
                 MOVE 0 TO TT-TAX-VALUE(TT)
                 PERFORM 2150-ADD-TO-ENTRY
              WHEN TT-KEY(TT) = WS-SEARCH-KEY
                 PERFORM 2150-ADD-TO-ENTRY
           END-SEARCH.

       2150-ADD-TO-ENTRY.
           IF BI-RETURN
              ADD WS-MOVEMENT-VALUE TO TT-RETURNS-VALUE(TT)
           ELSE
              ADD WS-MOVEMENT-VALUE TO TT-SALES-VALUE(TT)
           END-IF
           ADD TL-TAXABLE-VALUE TO TT-TAXABLE-VALUE(TT)
           ADD TL-TAX-VALUE TO TT-TAX-VALUE(TT)
           IF TL-TAXED
              MOVE TL-TAX-RATE TO TT-TAX-RATE(TT)
           END-IF.

       3000-END-PROCESS.
           IF NOT TRAILER-FOUND
              DISPLAY '** BRANCHINFO TRAILER MISSING **'
              MOVE '3000-END-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE 'C' TO TL-FUNCTION
           CALL 'TAXLKUP' USING TAXLKUP-PARM

           IF NOT TRIAL-RUN
              PERFORM 3100-OPEN-TAXHIST
              PERFORM 3200-PURGE-BUSINESS-DATE
           END-IF

           MOVE WS-RUN-NUMBER TO WS-H1-RUN
           MOVE WS-BUSINESS-DATE TO WS-H1-DATE
           MOVE WS-FISCAL-YEAR TO WS-H1-YEAR
           MOVE WS-FISCAL-PERIOD TO WS-H1-PERIOD
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF TRIAL-RUN
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4900-FIND-NEXT-KEY
           PERFORM 5000-REPORT-ONE-ENTRY UNTIL NOT KEY-FOUND

           PERFORM 5300-REPORT-TOTALS

           IF NOT TRIAL-RUN
              CLOSE TAXHIST-FILE
           END-IF
           CLOSE BRANCHINFO-IN
           CLOSE PRINT-OUT

           DISPLAY 'BRANCHINFO RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'MOVEMENTS TAXED: ' WS-TAXED-COUNT
           DISPLAY 'MOVEMENTS FOR UNKNOWN ITEMS: ' WS-UNKNOWN-COUNT
           DISPLAY 'MOVEMENTS WITH NO TAX CODE: ' WS-UNCODED-COUNT
           DISPLAY 'MOVEMENTS WITH NO RATE IN FORCE: '
              WS-NO-RATE-COUNT
           DISPLAY 'TAXHIST RECORDS REPLACED: ' WS-PURGED-COUNT
           DISPLAY 'TAXHIST RECORDS POSTED: ' WS-POSTED-COUNT.

       3100-OPEN-TAXHIST.
           OPEN I-O TAXHIST-FILE
           IF TAXHIST-NO-FILE
              OPEN OUTPUT TAXHIST-FILE
              IF TAXHIST-OK
                 CLOSE TAXHIST-FILE
                 OPEN I-O TAXHIST-FILE
              END-IF
           END-IF
           IF NOT TAXHIST-OK
              DISPLAY '** TAXHIST-FILE IS NOT OK **'
              DISPLAY '** TAXHIST-FILE: ' WS-TAXHIST-STATUS
              MOVE '3100-OPEN-TAXHIST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3200-PURGE-BUSINESS-DATE.
      *    A re-run of the night replaces what the first run posted:
      *    every record under the business date is removed before
      *    the night's figures are written.
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE
           MOVE LOW-VALUES TO TH-TAX-CODE
           MOVE LOW-VALUES TO TH-BRANCH
           START TAXHIST-FILE KEY IS NOT LESS THAN TH-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-PURGE-DONE
           END-START
           PERFORM 3250-PURGE-ONE-RECORD UNTIL PURGE-DONE.

       3250-PURGE-ONE-RECORD.
           READ TAXHIST-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-PURGE-DONE
           END-READ
           IF TAXHIST-OK
              IF TH-BUSINESS-DATE = WS-BUSINESS-DATE
                 DELETE TAXHIST-FILE
                 IF NOT TAXHIST-OK
                    DISPLAY '** TAXHIST DELETE IS NOT OK **'
                    DISPLAY '** TAXHIST-FILE: ' WS-TAXHIST-STATUS
                    MOVE '3250-PURGE-ONE-RECORD' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-PURGED-COUNT
              ELSE
                 MOVE 'Y' TO WS-PURGE-DONE
              END-IF
           ELSE
              IF NOT TAXHIST-EOF
                 DISPLAY '** TAXHIST READ IS NOT OK **'
                 DISPLAY '** TAXHIST-FILE: ' WS-TAXHIST-STATUS
                 MOVE '3250-PURGE-ONE-RECORD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       4900-FIND-NEXT-KEY.
      *    The table is in arrival order - pick the lowest code and
      *    branch above the one just reported so the report and the
      *    history both come out in key sequence.
           MOVE 'N' TO WS-KEY-FOUND
           MOVE HIGH-VALUES TO WS-CUR-KEY
           PERFORM 4910-TEST-ONE-KEY
              VARYING TT FROM 1 BY 1
              UNTIL TT > TT-ENTRIES.

       4910-TEST-ONE-KEY.
           IF TT-KEY(TT) > WS-PREV-KEY
              AND TT-KEY(TT) < WS-CUR-KEY
              MOVE TT-KEY(TT) TO WS-CUR-KEY
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
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5000-REPORT-ONE-ENTRY.
           SET TT TO 1
           SEARCH TT-ENTRY
              WHEN TT-KEY(TT) = WS-CUR-KEY
                 PERFORM 5100-PRINT-ENTRY
                 IF NOT TRIAL-RUN
                    PERFORM 5200-POST-ENTRY
                 END-IF
           END-SEARCH

           MOVE WS-CUR-KEY TO WS-PREV-KEY
           PERFORM 4900-FIND-NEXT-KEY.

       5100-PRINT-ENTRY.
           MOVE TT-TAX-CODE(TT) TO WS-DET-CODE
           MOVE TT-BRANCH(TT) TO WS-DET-BRANCH
           MOVE TT-REGION(TT) TO WS-DET-REGION
           MOVE TT-TAX-RATE(TT) TO WS-DET-RATE
           MOVE TT-SALES-VALUE(TT) TO WS-DET-SALES
           MOVE TT-RETURNS-VALUE(TT) TO WS-DET-RETURNS
           MOVE TT-TAXABLE-VALUE(TT) TO WS-DET-TAXABLE
           MOVE TT-TAX-VALUE(TT) TO WS-DET-TAX
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           ADD TT-SALES-VALUE(TT) TO WS-TOTAL-SALES
           ADD TT-RETURNS-VALUE(TT) TO WS-TOTAL-RETURNS
           ADD TT-TAXABLE-VALUE(TT) TO WS-TOTAL-TAXABLE
           ADD TT-TAX-VALUE(TT) TO WS-TOTAL-TAX.

       5200-POST-ENTRY.
           MOVE WS-BUSINESS-DATE TO TH-BUSINESS-DATE
           MOVE TT-TAX-CODE(TT) TO TH-TAX-CODE
           MOVE TT-BRANCH(TT) TO TH-BRANCH
           MOVE WS-FISCAL-YEAR TO TH-FISCAL-YEAR
           MOVE WS-FISCAL-PERIOD TO TH-FISCAL-PERIOD
           MOVE TT-REGION(TT) TO TH-REGION
           MOVE TT-TAX-RATE(TT) TO TH-TAX-RATE
           MOVE TT-SALES-VALUE(TT) TO TH-SALES-VALUE
           MOVE TT-RETURNS-VALUE(TT) TO TH-RETURNS-VALUE
           MOVE TT-TAXABLE-VALUE(TT) TO TH-TAXABLE-VALUE
           MOVE TT-TAX-VALUE(TT) TO TH-TAX-VALUE
           MOVE WS-RUN-NUMBER TO TH-RUN-NUMBER
           WRITE TAX-HISTORY-RECORD
           IF NOT TAXHIST-OK
              DISPLAY '** TAXHIST WRITE IS NOT OK **'
              DISPLAY '** TAXHIST-FILE: ' WS-TAXHIST-STATUS
              MOVE '5200-POST-ENTRY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-POSTED-COUNT.

       5300-REPORT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-TOTAL-SALES TO WS-GRD-SALES
           MOVE WS-TOTAL-RETURNS TO WS-GRD-RETURNS
           MOVE WS-TOTAL-TAXABLE TO WS-GRD-TAXABLE
           MOVE WS-TOTAL-TAX TO WS-GRD-TAX
           MOVE WS-GRAND-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'MOVEMENTS TAXED' TO WS-CNT-LABEL
           MOVE WS-TAXED-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT
           MOVE 'MOVEMENTS FOR ITEMS NOT ON ITEMMAST' TO WS-CNT-LABEL
           MOVE WS-UNKNOWN-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT
           MOVE 'MOVEMENTS FOR ITEMS WITH NO TAX CODE' TO WS-CNT-LABEL
           MOVE WS-UNCODED-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT
           MOVE 'MOVEMENTS WITH NO RATE IN FORCE' TO WS-CNT-LABEL
           MOVE WS-NO-RATE-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT
           MOVE 'TAXHIST RECORDS REPLACED' TO WS-CNT-LABEL
           MOVE WS-PURGED-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT
           MOVE 'TAXHIST RECORDS POSTED' TO WS-CNT-LABEL
           MOVE WS-POSTED-COUNT TO WS-CNT-VALUE
           PERFORM 5350-WRITE-COUNT.

       5350-WRITE-COUNT.
           MOVE WS-COUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'TAXPOST' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
