       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ALRTRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : DAILY OPERATIONS ALERT SUMMARY                  *
      *                                                                *
      *  Function    : PRINT THE DAY'S ALERTS FROM THE ALERTS FILE     *
      *                WRITTEN BY ALERTLOG - EVERY ALERT RAISED ON THE *
      *                REPORT DATE IN THE ORDER RAISED, A COUNT PER    *
      *                PROGRAM AND ALERT CODE, AND TOTALS BY SEVERITY. *
      *                THE REPORT DATE IS TODAY UNLESS ONE IS KEYED ON *
      *                THE OPTIONAL ALRTPARM PARAMETER.                *
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
           SELECT PARM-IN ASSIGN TO ALRTPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT ALERTS-IN ASSIGN TO ALERTS
           FILE STATUS IS WS-ALERTS-STATUS.
           SELECT PRINT-OUT ASSIGN TO ALRTPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 8 CHARACTERS.
       01 PARM-IN-RECORD.
          05 AP-REPORT-DATE                 PIC X(08).
      *
       FD ALERTS-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 98 CHARACTERS.
           COPY ALERTR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                  PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-OK                     VALUE "00".
          88 PARM-IN-EOF                    VALUE "10".
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-ALERTS-STATUS                  PIC X(2).
          88 ALERTS-OK                      VALUE "00".
          88 ALERTS-EOF                     VALUE "10".
          88 ALERTS-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-ALERTS-PRESENT                 PIC X VALUE 'Y'.
          88 ALERTS-PRESENT                 VALUE 'Y'.
      *
      * Counters...
      *
       01 WS-REPORT-DATE                    PIC 9(8) VALUE 0.
       01 WS-ALERT-COUNT                    PIC 9(7) VALUE 0.
       01 WS-CRITICAL-COUNT                 PIC 9(7) VALUE 0.
       01 WS-MAJOR-COUNT                    PIC 9(7) VALUE 0.
       01 WS-WARNING-COUNT                  PIC 9(7) VALUE 0.
      *
      * Alerts per program and code...
      *
       01 WS-CODE-TABLE.
          05 CT-ENTRIES                     PIC 9(3) VALUE 0.
          05 WS-CODE-ENTRY
             OCCURS 1 TO 200 TIMES
             DEPENDING ON CT-ENTRIES
             INDEXED BY CT.
             10 CT-PROGRAM-ID               PIC X(8).
             10 CT-ALERT-CODE               PIC X(8).
             10 CT-SEVERITY                 PIC X(1).
             10 CT-ALERT-COUNT              PIC 9(5).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                      PIC X(30)   VALUE
                'DAILY OPERATIONS ALERT SUMMARY'.
             10 FILLER                      PIC X(6)    VALUE
                ' FOR '.
             10 WS-H1-DATE                  PIC 9(8).
             10 FILLER                      PIC X(48)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                      PIC X(10)   VALUE 'TIME'.
             10 FILLER                      PIC X(4)    VALUE 'SEV'.
             10 FILLER                      PIC X(10)   VALUE 'PROGRAM'.
             10 FILLER                      PIC X(7)    VALUE 'RUN'.
             10 FILLER                      PIC X(10)   VALUE 'CODE'.
             10 FILLER                      PIC X(51)   VALUE 'ALERT'.
          05 WS-DETAIL-LINE.
             10 WS-DET-TIME                 PIC 9(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-SEVERITY             PIC X(1).
             10 FILLER                      PIC X(3)    VALUE SPACES.
             10 WS-DET-PROGRAM              PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-RUN                  PIC Z(4)9.
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-CODE                 PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-TEXT                 PIC X(51).
          05 WS-SUMMARY-HEADER.
             10 FILLER                      PIC X(30)   VALUE
                'ALERTS BY PROGRAM AND CODE'.
             10 FILLER                      PIC X(62)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 WS-SUM-PROGRAM              PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-SUM-CODE                 PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 FILLER                      PIC X(9)    VALUE
                'SEVERITY '.
             10 WS-SUM-SEVERITY             PIC X(1).
             10 FILLER                      PIC X(9)    VALUE
                '  ALERTS '.
             10 WS-SUM-COUNT                PIC Z(4)9.
             10 FILLER                      PIC X(48)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                PIC X(30).
             10 WS-TOT-COUNT                PIC Z(6)9.
             10 FILLER                      PIC X(55)   VALUE SPACES.
          05 WS-NO-DATA-MSG                 PIC X(40)   VALUE
             'NO ALERTS RAISED ON THIS DATE'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-REPORT-ONE-ALERT UNTIL ALERTS-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1500-READ-PARM-IN

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-REPORT-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           OPEN INPUT ALERTS-IN
           IF ALERTS-NOT-FOUND
              MOVE 'N' TO WS-ALERTS-PRESENT
              MOVE "10" TO WS-ALERTS-STATUS
           ELSE
              IF NOT ALERTS-OK
                 DISPLAY '** ALERTS FILE IS NOT OK **'
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1500-READ-PARM-IN.
      *    The summary is for today unless a date is keyed, so a
      *    missed morning can be reprinted.
           ACCEPT WS-REPORT-DATE FROM DATE
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF AP-REPORT-DATE NUMERIC
                    AND AP-REPORT-DATE NOT = ZEROS
                    MOVE AP-REPORT-DATE TO WS-REPORT-DATE
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       2000-REPORT-ONE-ALERT.
           READ ALERTS-IN
              AT END CONTINUE
           END-READ
           IF ALERTS-OK
              IF ALR-DATE = WS-REPORT-DATE
                 ADD 1 TO WS-ALERT-COUNT
                 EVALUATE TRUE
                    WHEN ALR-CRITICAL
                       ADD 1 TO WS-CRITICAL-COUNT
                    WHEN ALR-MAJOR
                       ADD 1 TO WS-MAJOR-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-WARNING-COUNT
                 END-EVALUATE
                 MOVE ALR-TIME TO WS-DET-TIME
                 MOVE ALR-SEVERITY TO WS-DET-SEVERITY
                 MOVE ALR-PROGRAM-ID TO WS-DET-PROGRAM
                 MOVE ALR-RUN-NUMBER TO WS-DET-RUN
                 MOVE ALR-ALERT-CODE TO WS-DET-CODE
                 MOVE ALR-ALERT-TEXT TO WS-DET-TEXT
                 MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
                 PERFORM 2100-COUNT-FOR-CODE
              END-IF
           ELSE
              IF NOT ALERTS-EOF
                 DISPLAY '** ALERTS FILE IS NOT OK **'
                 MOVE '2000-REPORT-ONE-ALERT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-COUNT-FOR-CODE.
           SET CT TO 1
           SEARCH WS-CODE-ENTRY
              AT END
                 IF CT-ENTRIES = 200
                    DISPLAY '** ALERT CODE TABLE FULL **'
                    MOVE '2100-COUNT-FOR-CODE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO CT-ENTRIES
                 SET CT TO CT-ENTRIES
                 MOVE ALR-PROGRAM-ID TO CT-PROGRAM-ID(CT)
                 MOVE ALR-ALERT-CODE TO CT-ALERT-CODE(CT)
                 MOVE ALR-SEVERITY TO CT-SEVERITY(CT)
                 MOVE 1 TO CT-ALERT-COUNT(CT)
              WHEN CT-PROGRAM-ID(CT) = ALR-PROGRAM-ID
                 AND CT-ALERT-CODE(CT) = ALR-ALERT-CODE
                 ADD 1 TO CT-ALERT-COUNT(CT)
           END-SEARCH.

       3000-END-PROCESS.
           IF WS-ALERT-COUNT = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              MOVE SPACES TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              MOVE WS-SUMMARY-HEADER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              PERFORM 3100-PRINT-CODE-SUMMARY
                 VARYING CT FROM 1 BY 1 UNTIL CT > CT-ENTRIES
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'CRITICAL ALERTS:' TO WS-TOT-LABEL
           MOVE WS-CRITICAL-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'MAJOR ALERTS:' TO WS-TOT-LABEL
           MOVE WS-MAJOR-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'WARNING ALERTS:' TO WS-TOT-LABEL
           MOVE WS-WARNING-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL ALERTS:' TO WS-TOT-LABEL
           MOVE WS-ALERT-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF ALERTS-PRESENT
              CLOSE ALERTS-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'ALERTS REPORTED FOR ' WS-REPORT-DATE ': '
              WS-ALERT-COUNT.

       3100-PRINT-CODE-SUMMARY.
           MOVE CT-PROGRAM-ID(CT) TO WS-SUM-PROGRAM
           MOVE CT-ALERT-CODE(CT) TO WS-SUM-CODE
           MOVE CT-SEVERITY(CT) TO WS-SUM-SEVERITY
           MOVE CT-ALERT-COUNT(CT) TO WS-SUM-COUNT
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'ALRTRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
