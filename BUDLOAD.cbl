       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDLOAD.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BRANCH BUDGET LOAD                              *
      *                                                                *
      *  Function    : LOAD THE BUDGET INDEXED BRANCH BUDGET MASTER    *
      *                FROM FINANCE'S BUDFIN FILE (ONE RECORD PER      *
      *                BRANCH, FISCAL YEAR AND FISCAL PERIOD WITH THE  *
      *                BUDGETED UNITS AND RETAIL VALUE). A PERIOD      *
      *                ALREADY ON THE MASTER IS REPLACED; A NEW ONE IS *
      *                ADDED. A RECORD WITH A MISSING BRANCH, A BRANCH *
      *                NOT ON THE BRANCHES MASTER, A PERIOD OUTSIDE    *
      *                1-13 OR NON-NUMERIC FIGURES IS REJECTED. A LOAD *
      *                REPORT COUNTS RECORDS ADDED, REPLACED AND       *
      *                REJECTED WITH THE UNITS AND VALUE LOADED.       *
      *                SINGLE CHANGES ARE MADE THROUGH BUDMNT.         *
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
           SELECT BUDFIN-IN ASSIGN TO BUDFIN
           FILE STATUS IS WS-BUDFIN-STATUS.
           SELECT BUDGET-MAST ASSIGN TO BUDGET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BUD-KEY
           FILE STATUS IS WS-BUDGET-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO BUDLRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BUDFIN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 32 CHARACTERS.
       01 BUDFIN-RECORD.
           05 BF-BRANCH                      PIC X(4).
           05 BF-FISCAL-YEAR                 PIC 9(4).
           05 BF-FISCAL-PERIOD               PIC 9(2).
           05 BF-UNITS                       PIC 9(9).
           05 BF-RETAIL-VALUE                PIC 9(11)V99.
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
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 PRINT-OUT-RECORD                   PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-BUDFIN-STATUS                   PIC X(2).
           88 BUDFIN-OK                      VALUE "00".
           88 BUDFIN-EOF                     VALUE "10".
       01 WS-BUDGET-STATUS                   PIC X(2).
           88 BUDGET-OK                      VALUE "00".
           88 BUDGET-NOT-FOUND               VALUE "23".
           88 BUDGET-NO-FILE                 VALUE "35".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-NOT-FOUND            VALUE "23".
           88 BRANCH-IN-NO-FILE              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-BRANCH-MAST-OPEN                PIC X VALUE 'N'.
           88 BRANCH-MAST-OPEN               VALUE 'Y'.
       01 WS-LOAD-VALID                      PIC X VALUE 'Y'.
           88 LOAD-VALID                     VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT                     PIC 9(7) VALUE 0.
       01 WS-REPLACED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-UNITS-TOTAL                     PIC 9(11) VALUE 0.
       01 WS-VALUE-TOTAL                     PIC 9(13)V99 VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'BRANCH BUDGET LOAD'.
             10 FILLER                       PIC X(52)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(63)   VALUE SPACES.
          05 WS-AMOUNT-LINE.
             10 WS-AMT-TEXT                  PIC X(22).
             10 WS-AMT-VALUE                 PIC Z(12)9.99.
             10 FILLER                       PIC X(53)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-LOAD-ONE-BUDGET UNTIL BUDFIN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           OPEN INPUT BUDFIN-IN
           IF NOT BUDFIN-OK
              DISPLAY '** BUDFIN FILE IS NOT OK **'
              DISPLAY '** BUDFIN: ' WS-BUDFIN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O BUDGET-MAST
           IF BUDGET-NO-FILE
              OPEN OUTPUT BUDGET-MAST
              IF BUDGET-OK
                 CLOSE BUDGET-MAST
                 OPEN I-O BUDGET-MAST
              END-IF
           END-IF
           IF NOT BUDGET-OK
              DISPLAY '** BUDGET-MAST FILE IS NOT OK **'
              DISPLAY '** BUDGET-MAST: ' WS-BUDGET-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NO-FILE
              DISPLAY '** WARNING: NO BRANCH MASTER - BRANCHES NOT '
                 'CHECKED **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-BRANCH-MAST-OPEN
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-BUDFIN.

       2000-LOAD-ONE-BUDGET.
           IF BUDFIN-OK
              ADD 1 TO WS-READ-COUNT
              MOVE 'Y' TO WS-LOAD-VALID
              IF BF-BRANCH = SPACES
                 OR BF-FISCAL-YEAR NOT NUMERIC
                 OR BF-FISCAL-PERIOD NOT NUMERIC
                 OR BF-UNITS NOT NUMERIC
                 OR BF-RETAIL-VALUE NOT NUMERIC
                 MOVE 'N' TO WS-LOAD-VALID
              ELSE
                 IF BF-FISCAL-YEAR = 0
                    OR BF-FISCAL-PERIOD < 1
                    OR BF-FISCAL-PERIOD > 13
                    MOVE 'N' TO WS-LOAD-VALID
                 END-IF
              END-IF
              IF LOAD-VALID AND BRANCH-MAST-OPEN
                 MOVE BF-BRANCH TO BRANCH-NO
                 READ BRANCH-IN
                    INVALID KEY
                       MOVE 'N' TO WS-LOAD-VALID
                 END-READ
              END-IF
              IF LOAD-VALID
                 PERFORM 2100-APPLY-ONE-BUDGET
              ELSE
                 ADD 1 TO WS-REJECTED-COUNT
                 DISPLAY '** INVALID BUDGET RECORD REJECTED: '
                    BUDFIN-RECORD
              END-IF
           END-IF

           PERFORM 4000-READ-BUDFIN.

       2100-APPLY-ONE-BUDGET.
      *    Finance's file is the budget of record: a period already
      *    on the master is replaced, not added to.
           MOVE BF-BRANCH TO BUD-BRANCH
           MOVE BF-FISCAL-YEAR TO BUD-FISCAL-YEAR
           MOVE BF-FISCAL-PERIOD TO BUD-FISCAL-PERIOD
           READ BUDGET-MAST
              INVALID KEY
                 MOVE BF-BRANCH TO BUD-BRANCH
                 MOVE BF-FISCAL-YEAR TO BUD-FISCAL-YEAR
                 MOVE BF-FISCAL-PERIOD TO BUD-FISCAL-PERIOD
                 MOVE BF-UNITS TO BUD-UNITS
                 MOVE BF-RETAIL-VALUE TO BUD-RETAIL-VALUE
                 MOVE WS-BUSINESS-DATE TO BUD-LAST-UPDATED
                 WRITE BUDGET-RECORD
                 IF NOT BUDGET-OK
                    DISPLAY '** BUDGET-MAST WRITE IS NOT OK **'
                    DISPLAY '** BUDGET-MAST: ' WS-BUDGET-STATUS
                    MOVE '2100-APPLY-ONE-BUDGET' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-ADDED-COUNT
              NOT INVALID KEY
                 MOVE BF-UNITS TO BUD-UNITS
                 MOVE BF-RETAIL-VALUE TO BUD-RETAIL-VALUE
                 MOVE WS-BUSINESS-DATE TO BUD-LAST-UPDATED
                 REWRITE BUDGET-RECORD
                 IF NOT BUDGET-OK
                    DISPLAY '** BUDGET-MAST REWRITE IS NOT OK **'
                    DISPLAY '** BUDGET-MAST: ' WS-BUDGET-STATUS
                    MOVE '2100-APPLY-ONE-BUDGET' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO WS-REPLACED-COUNT
           END-READ
           ADD BF-UNITS TO WS-UNITS-TOTAL
           ADD BF-RETAIL-VALUE TO WS-VALUE-TOTAL.

       3000-END-PROCESS.
           MOVE 'RECORDS READ:         ' TO WS-TOT-TEXT
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'BUDGETS ADDED:        ' TO WS-TOT-TEXT
           MOVE WS-ADDED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'BUDGETS REPLACED:     ' TO WS-TOT-TEXT
           MOVE WS-REPLACED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'RECORDS REJECTED:     ' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'UNITS LOADED:         ' TO WS-AMT-TEXT
           MOVE WS-UNITS-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'RETAIL VALUE LOADED:  ' TO WS-AMT-TEXT
           MOVE WS-VALUE-TOTAL TO WS-AMT-VALUE
           MOVE WS-AMOUNT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE BUDFIN-IN
           CLOSE BUDGET-MAST
           IF BRANCH-MAST-OPEN
              CLOSE BRANCH-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'BUDGET RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'BUDGETS ADDED: ' WS-ADDED-COUNT
           DISPLAY 'BUDGETS REPLACED: ' WS-REPLACED-COUNT
           DISPLAY 'RECORDS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-BUDFIN.
           IF NOT BUDFIN-EOF
               READ BUDFIN-IN
               IF NOT BUDFIN-OK AND NOT BUDFIN-EOF
                  DISPLAY '** BUDFIN FILE IS NOT OK **'
                  DISPLAY '** READ BUDFIN: ' BUDFIN-RECORD
                  MOVE '4000-READ-BUDFIN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
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

       9999-ABEND.
           MOVE 'BUDLOAD' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
