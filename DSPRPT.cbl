       IDENTIFICATION DIVISION.
       PROGRAM-ID.   DSPRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SETTLEMENT DISPUTE AGEING REPORT                *
      *                                                                *
      *  Function    : LIST THE OPEN AND UPHELD DISPUTES ON THE        *
      *                DISPREG SETTLEMENT DISPUTE REGISTER BY HOW LONG *
      *                AGO EACH WAS RAISED - OVER 90, OVER 30 AND OVER *
      *                7 DAYS AND THE LAST 7 DAYS AGAINST THE RUN'S    *
      *                BUSINESS DATE - WITH THE PARTNER, STATEMENT,    *
      *                RAISING OPERATOR, AMOUNT AND REASON, A COUNT    *
      *                AND VALUE PER AGE BAND AND A GRAND TOTAL.       *
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
           SELECT DISPREG-IN ASSIGN TO DISPREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS DSP-KEY
           FILE STATUS IS WS-DISPREG-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO DSPRPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD DISPREG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 86 CHARACTERS.
           COPY DISPREGR.
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
       01 WS-DISPREG-IN-STATUS               PIC X(2).
           88 DISPREG-IN-OK                  VALUE "00".
           88 DISPREG-IN-EOF                 VALUE "10".
           88 DISPREG-IN-NOT-FOUND           VALUE "35".
       01 WS-DISPREG-OPEN                    PIC X VALUE 'N'.
           88 DISPREG-OPEN                   VALUE 'Y'.
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
      * Ageing dates...
      *
       01 WS-VARIABLES.
          05 WS-RUN-NUMBER                   PIC 9(5) VALUE 0.
          05 WS-BUSINESS-DATE                PIC 9(8) VALUE 0.
          05 WS-WORK-DATE                    PIC 9(8).
          05 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
             10 WS-WORK-CCYY                 PIC 9(4).
             10 WS-WORK-MM                   PIC 99.
             10 WS-WORK-DD                   PIC 99.
          05 WS-DAY-IDX                      PIC 9(4).
          05 WS-MONTH-DAYS                   PIC 99.
          05 WS-LEAP-QUOT                    PIC 9(4).
          05 WS-LEAP-REM                     PIC 9(4).
       01 WS-CUTOFF-WEEK                     PIC 9(8) VALUE 0.
       01 WS-CUTOFF-MONTH                    PIC 9(8) VALUE 0.
       01 WS-CUTOFF-QUARTER                  PIC 9(8) VALUE 0.
       01 WS-BUCKET                          PIC 9(1) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(5) VALUE 0.
       01 WS-BUCKET-COUNT                    PIC 9(5) VALUE 0.
       01 WS-BUCKET-AMOUNT                   PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-COUNT                     PIC 9(5) VALUE 0.
       01 WS-TOTAL-AMOUNT                    PIC 9(11)V99 VALUE 0.
      *
      * Age bands, oldest first...
      *
       01 WS-BUCKET-NAMES.
          05 FILLER                          PIC X(30)   VALUE
             'RAISED OVER 90 DAYS AGO'.
          05 FILLER                          PIC X(30)   VALUE
             'RAISED OVER 30 DAYS AGO'.
          05 FILLER                          PIC X(30)   VALUE
             'RAISED OVER 7 DAYS AGO'.
          05 FILLER                          PIC X(30)   VALUE
             'RAISED IN THE LAST 7 DAYS'.
       01 WS-BUCKET-NAMES-RED REDEFINES WS-BUCKET-NAMES.
          05 WS-BUCKET-NAME                  PIC X(30) OCCURS 4 TIMES.
      *
      * Disputes still open or upheld...
      *
       01 DISPUTE-TABLE.
          05 DR-ENTRIES                      PIC 9(4) VALUE 0.
          05 DISPUTE-TABLE-ENTRY
            OCCURS 1 TO 2000 TIMES
            DEPENDING ON DR-ENTRIES
            INDEXED BY DR.
            10 DR-PARTNER                    PIC X(2).
            10 DR-STMT-DATE                  PIC 9(8).
            10 DR-RAISED-DATE                PIC 9(8).
            10 DR-RAISED-BY                  PIC X(8).
            10 DR-STATUS                     PIC X(1).
            10 DR-AMOUNT                     PIC 9(11)V99.
            10 DR-REASON                     PIC X(30).
            10 DR-BUCKET                     PIC 9(1).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'OPEN SETTLEMENT DISPUTES BY AGE'.
             10 FILLER                       PIC X(12)   VALUE
                'AS AT DATE: '.
             10 WS-HDR-DATE                  PIC 9(8).
             10 FILLER                       PIC X(72)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(7)    VALUE
                'PARTNER'.
             10 FILLER                       PIC X(8)    VALUE
                'STMT-DTE'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RAISED'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'OPERATOR'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE 'STATUS'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(14)   VALUE
                '        AMOUNT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(36)   VALUE SPACES.
          05 WS-BUCKET-LINE.
             10 WS-BKT-NAME                  PIC X(30).
             10 FILLER                       PIC X(102)  VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-PARTNER               PIC X(2).
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-STMT-DATE             PIC 9(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-RAISED-DATE           PIC 9(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-RAISED-BY             PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-STATUS                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-AMOUNT                PIC Z(10)9.99.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(36)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(30).
             10 WS-TOT-COUNT                 PIC Z(4)9.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-TOT-AMOUNT                PIC Z(10)9.99.
             10 FILLER                       PIC X(80)   VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO OPEN OR UPHELD DISPUTES'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-LOAD-ONE-DISPUTE UNTIL DISPREG-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
           MOVE WS-WORK-DATE TO WS-CUTOFF-WEEK
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 30
           MOVE WS-WORK-DATE TO WS-CUTOFF-MONTH
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 90
           MOVE WS-WORK-DATE TO WS-CUTOFF-QUARTER

           OPEN INPUT DISPREG-IN
           IF DISPREG-IN-NOT-FOUND
              DISPLAY '** NO DISPUTE REGISTER - NOTHING TO REPORT **'
              SET DISPREG-IN-EOF TO TRUE
           ELSE
              IF NOT DISPREG-IN-OK
                 DISPLAY '** DISPREG FILE IS NOT OK **'
                 DISPLAY '** DISPREG: ' WS-DISPREG-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-DISPREG-OPEN
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-BUSINESS-DATE TO WS-HDR-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2000-LOAD-ONE-DISPUTE.
           READ DISPREG-IN
              AT END CONTINUE
           END-READ
           IF DISPREG-IN-OK
              ADD 1 TO WS-READ-COUNT
              IF DSP-HOLDS-BALANCE
                 PERFORM 2100-ADD-TO-TABLE
              END-IF
           END-IF.

       2100-ADD-TO-TABLE.
           IF DR-ENTRIES = 2000
              DISPLAY '** DISPUTE TABLE FULL **'
              MOVE '2100-ADD-TO-TABLE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO DR-ENTRIES
           SET DR TO DR-ENTRIES
           MOVE DSP-PARTNER TO DR-PARTNER(DR)
           MOVE DSP-STMT-DATE TO DR-STMT-DATE(DR)
           MOVE DSP-RAISED-DATE TO DR-RAISED-DATE(DR)
           MOVE DSP-RAISED-BY TO DR-RAISED-BY(DR)
           MOVE DSP-STATUS TO DR-STATUS(DR)
           MOVE DSP-AMOUNT TO DR-AMOUNT(DR)
           MOVE DSP-REASON TO DR-REASON(DR)
      *    A dispute is aged from the day it was raised, not from
      *    the statement date - it is how long it has gone
      *    unresolved that credit control chases.
           EVALUATE TRUE
              WHEN DSP-RAISED-DATE < WS-CUTOFF-QUARTER
                 MOVE 1 TO DR-BUCKET(DR)
              WHEN DSP-RAISED-DATE < WS-CUTOFF-MONTH
                 MOVE 2 TO DR-BUCKET(DR)
              WHEN DSP-RAISED-DATE < WS-CUTOFF-WEEK
                 MOVE 3 TO DR-BUCKET(DR)
              WHEN OTHER
                 MOVE 4 TO DR-BUCKET(DR)
           END-EVALUATE.

       3000-END-PROCESS.
           IF DR-ENTRIES = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              PERFORM 3100-PRINT-ONE-BUCKET
                 VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
              PERFORM 3300-PRINT-GRAND-TOTAL
           END-IF

           IF DISPREG-OPEN
              CLOSE DISPREG-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'DISPUTES READ: ' WS-READ-COUNT
           DISPLAY 'OPEN OR UPHELD: ' WS-TOTAL-COUNT.

       3100-PRINT-ONE-BUCKET.
           MOVE 0 TO WS-BUCKET-COUNT
           MOVE 0 TO WS-BUCKET-AMOUNT
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-BUCKET-NAME(WS-BUCKET) TO WS-BKT-NAME
           MOVE WS-BUCKET-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 3200-PRINT-ONE-DISPUTE
              VARYING DR FROM 1 BY 1 UNTIL DR > DR-ENTRIES

           MOVE '  DISPUTES IN BAND:' TO WS-TOT-TEXT
           MOVE WS-BUCKET-COUNT TO WS-TOT-COUNT
           MOVE WS-BUCKET-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       3200-PRINT-ONE-DISPUTE.
           IF DR-BUCKET(DR) = WS-BUCKET
              MOVE DR-PARTNER(DR) TO WS-DET-PARTNER
              MOVE DR-STMT-DATE(DR) TO WS-DET-STMT-DATE
              MOVE DR-RAISED-DATE(DR) TO WS-DET-RAISED-DATE
              MOVE DR-RAISED-BY(DR) TO WS-DET-RAISED-BY
              IF DR-STATUS(DR) = 'U'
                 MOVE 'UPHELD' TO WS-DET-STATUS
              ELSE
                 MOVE 'OPEN' TO WS-DET-STATUS
              END-IF
              MOVE DR-AMOUNT(DR) TO WS-DET-AMOUNT
              MOVE DR-REASON(DR) TO WS-DET-REASON
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
              ADD 1 TO WS-BUCKET-COUNT
              ADD DR-AMOUNT(DR) TO WS-BUCKET-AMOUNT
              ADD 1 TO WS-TOTAL-COUNT
              ADD DR-AMOUNT(DR) TO WS-TOTAL-AMOUNT
           END-IF.

       3300-PRINT-GRAND-TOTAL.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL DISPUTES OUTSTANDING:' TO WS-TOT-TEXT
           MOVE WS-TOTAL-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-AMOUNT TO WS-TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

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

       8000-BACK-ONE-DAY.
      *    Walk the work date back one calendar day.
           IF WS-WORK-DD > 1
              SUBTRACT 1 FROM WS-WORK-DD
           ELSE
              IF WS-WORK-MM > 1
                 SUBTRACT 1 FROM WS-WORK-MM
              ELSE
                 MOVE 12 TO WS-WORK-MM
                 SUBTRACT 1 FROM WS-WORK-CCYY
              END-IF
              PERFORM 8100-DAYS-IN-MONTH
              MOVE WS-MONTH-DAYS TO WS-WORK-DD
           END-IF.

       8100-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 02
                 DIVIDE WS-WORK-CCYY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
           END-EVALUATE.

       9999-ABEND.
           MOVE 'DSPRPT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
