       IDENTIFICATION DIVISION.
       PROGRAM-ID.   BUDMNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BRANCH BUDGET MAINTENANCE                       *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE BUDGET INDEXED BRANCH       *
      *                BUDGET MASTER (BRANCH, FISCAL YEAR AND PERIOD,  *
      *                BUDGETED UNITS AND RETAIL VALUE), WRITING       *
      *                BEFORE/AFTER IMAGES TO AN AUDIT FILE AND        *
      *                PRODUCING AN APPLIED/REJECTED MAINTENANCE       *
      *                REPORT. THE BRANCH MUST BE ON THE BRANCHES      *
      *                MASTER AND THE PERIOD MUST BE 1 TO 13. THE      *
      *                ANNUAL BUDGET ITSELF IS LOADED BY BUDLOAD.      *
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
           SELECT BUDTXN-IN ASSIGN TO BUDTXN
           FILE STATUS IS WS-BUDTXN-IN-STATUS.
           SELECT BUDGET-MAST ASSIGN TO BUDGET
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BUD-KEY
           FILE STATUS IS WS-BUDGET-MAST-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT AUDIT-OUT ASSIGN TO BUDAUD
           FILE STATUS IS WS-AUDIT-OUT-STATUS.
           SELECT PRINT-OUT ASSIGN TO BUDMRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD BUDTXN-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 33 CHARACTERS.
       01 BUDTXN-RECORD.
           05 TX-ACTION                      PIC X(1).
              88 TX-ADD                      VALUE 'A'.
              88 TX-CHANGE                   VALUE 'C'.
              88 TX-DELETE                   VALUE 'D'.
              88 TX-ACTION-VALID             VALUE 'A', 'C', 'D'.
           05 TX-KEY.
              10 TX-BRANCH                   PIC X(4).
              10 TX-FISCAL-YEAR              PIC 9(4).
              10 TX-FISCAL-PERIOD            PIC 9(2).
           05 TX-UNITS                       PIC 9(9).
           05 TX-RETAIL-VALUE                PIC 9(11)V99.
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
       FD AUDIT-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 91 CHARACTERS.
       01 AUDIT-OUT-RECORD.
           05 AUD-ACTION                     PIC X(1).
           05 AUD-KEY                        PIC X(10).
           05 AUD-BEFORE-IMAGE               PIC X(40).
           05 AUD-AFTER-IMAGE                PIC X(40).
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
       01 WS-BUDTXN-IN-STATUS                PIC X(2).
           88 BUDTXN-IN-OK                   VALUE "00".
           88 BUDTXN-IN-EOF                  VALUE "10".
       01 WS-BUDGET-MAST-STATUS              PIC X(2).
           88 BUDGET-MAST-OK                 VALUE "00".
           88 BUDGET-MAST-NOT-FOUND          VALUE "23".
           88 BUDGET-MAST-NO-FILE            VALUE "35".
           88 BUDGET-MAST-DUP-KEY            VALUE "22".
       01 WS-BRANCH-IN-STATUS                PIC X(2).
           88 BRANCH-IN-OK                   VALUE "00".
           88 BRANCH-IN-NOT-FOUND            VALUE "23".
           88 BRANCH-IN-NO-FILE              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-AUDIT-OUT-STATUS                PIC X(2).
           88 AUDIT-OUT-OK                   VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-TXN-VALID                       PIC X VALUE 'Y'.
           88 TXN-VALID                      VALUE 'Y'.
       01 WS-BRANCH-MAST-OPEN                PIC X VALUE 'N'.
           88 BRANCH-MAST-OPEN               VALUE 'Y'.
      *
      * Variables...
      *
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
      *
      * Counters...
      *
       01 WS-TXN-COUNT                       PIC 9(5) VALUE 0.
       01 WS-APPLIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(5) VALUE 0.
      *
      * Messages...
      *
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
       01 WS-BEFORE-IMAGE                    PIC X(40) VALUE SPACES.
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(35)   VALUE
                'BRANCH BUDGET MAINTENANCE'.
             10 FILLER                       PIC X(57)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE 'ACTION'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(6)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(7)    VALUE
                'YEAR/PD'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE 'RESULT'.
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(30)   VALUE 'REASON'.
             10 FILLER                       PIC X(25)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ACTION                PIC X(6).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-BRANCH                PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-YEAR                  PIC X(4).
             10 FILLER                       PIC X(1)    VALUE '/'.
             10 WS-DET-PERIOD                PIC X(2).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-RESULT                PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-REASON                PIC X(30).
             10 FILLER                       PIC X(25)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL BUDTXN-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-BUSINESS-DATE = 0
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 6000-OPEN-BUDTXN-IN

           PERFORM 6100-OPEN-BUDGET-MAST

           PERFORM 6200-OPEN-AUDIT-OUT

           PERFORM 6300-OPEN-PRINT-OUT

           PERFORM 6400-OPEN-BRANCH-IN

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-BUDTXN-IN.

       2000-MAIN-PROCESS.
           IF BUDTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT

              PERFORM 2100-EDIT-CHECK-TXN

              IF TXN-VALID
                 PERFORM 2200-APPLY-TXN
              ELSE
                 PERFORM 5100-REPORT-REJECTED
              END-IF
           END-IF

           PERFORM 4000-READ-BUDTXN-IN.

       2100-EDIT-CHECK-TXN.
           MOVE 'Y' TO WS-TXN-VALID
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
              WHEN NOT TX-ACTION-VALID
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID ACTION CODE' TO WS-REJECT-REASON
              WHEN TX-BRANCH = SPACES
                 OR TX-BRANCH = LOW-VALUES
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'BRANCH MISSING' TO WS-REJECT-REASON
              WHEN TX-FISCAL-YEAR NOT NUMERIC
                 OR TX-FISCAL-YEAR = 0
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'INVALID FISCAL YEAR' TO WS-REJECT-REASON
              WHEN TX-FISCAL-PERIOD NOT NUMERIC
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'FISCAL PERIOD MUST BE 1 TO 13'
                    TO WS-REJECT-REASON
              WHEN TX-FISCAL-PERIOD < 1
                 OR TX-FISCAL-PERIOD > 13
                 MOVE 'N' TO WS-TXN-VALID
                 MOVE 'FISCAL PERIOD MUST BE 1 TO 13'
                    TO WS-REJECT-REASON
           END-EVALUATE
           IF TXN-VALID AND NOT TX-DELETE
              EVALUATE TRUE
                 WHEN TX-UNITS NOT NUMERIC
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'NON-NUMERIC BUDGET UNITS' TO WS-REJECT-REASON
                 WHEN TX-RETAIL-VALUE NOT NUMERIC
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'NON-NUMERIC BUDGET VALUE' TO WS-REJECT-REASON
              END-EVALUATE
           END-IF
           IF TXN-VALID AND NOT TX-DELETE
              PERFORM 2170-EDIT-BRANCH
           END-IF.

       2170-EDIT-BRANCH.
           IF BRANCH-MAST-OPEN
              MOVE TX-BRANCH TO BRANCH-NO
              READ BRANCH-IN
                 INVALID KEY
                    MOVE 'N' TO WS-TXN-VALID
                    MOVE 'BRANCH NOT ON FILE' TO WS-REJECT-REASON
              END-READ
           END-IF.

       2200-APPLY-TXN.
           EVALUATE TRUE
              WHEN TX-ADD
                 PERFORM 2210-APPLY-ADD
              WHEN TX-CHANGE
                 PERFORM 2220-APPLY-CHANGE
              WHEN TX-DELETE
                 PERFORM 2230-APPLY-DELETE
           END-EVALUATE.

       2210-APPLY-ADD.
           PERFORM 2300-MOVE-TXN-TO-MASTER
           WRITE BUDGET-RECORD
           IF BUDGET-MAST-OK
              ADD 1 TO WS-APPLIED-COUNT
              MOVE SPACES TO WS-BEFORE-IMAGE
              PERFORM 5200-WRITE-AUDIT
              PERFORM 5000-REPORT-APPLIED
           ELSE
              IF BUDGET-MAST-DUP-KEY
                 MOVE 'BUDGET ALREADY ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              ELSE
                 DISPLAY '** BUDGET-MAST WRITE IS NOT OK **'
                 DISPLAY '** BUDGET-MAST: ' WS-BUDGET-MAST-STATUS
                 MOVE '2210-APPLY-ADD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2220-APPLY-CHANGE.
           MOVE TX-KEY TO BUD-KEY
           READ BUDGET-MAST
              INVALID KEY
                 MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE BUDGET-RECORD TO WS-BEFORE-IMAGE
                 PERFORM 2300-MOVE-TXN-TO-MASTER
                 REWRITE BUDGET-RECORD
                 IF BUDGET-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** BUDGET-MAST REWRITE IS NOT OK **'
                    DISPLAY '** BUDGET-MAST: ' WS-BUDGET-MAST-STATUS
                    MOVE '2220-APPLY-CHANGE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2230-APPLY-DELETE.
           MOVE TX-KEY TO BUD-KEY
           READ BUDGET-MAST
              INVALID KEY
                 MOVE 'BUDGET NOT ON FILE' TO WS-REJECT-REASON
                 PERFORM 5100-REPORT-REJECTED
              NOT INVALID KEY
                 MOVE BUDGET-RECORD TO WS-BEFORE-IMAGE
                 DELETE BUDGET-MAST
                 IF BUDGET-MAST-OK
                    ADD 1 TO WS-APPLIED-COUNT
                    MOVE SPACES TO BUDGET-RECORD
                    PERFORM 5200-WRITE-AUDIT
                    PERFORM 5000-REPORT-APPLIED
                 ELSE
                    DISPLAY '** BUDGET-MAST DELETE IS NOT OK **'
                    DISPLAY '** BUDGET-MAST: ' WS-BUDGET-MAST-STATUS
                    MOVE '2230-APPLY-DELETE' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
           END-READ.

       2300-MOVE-TXN-TO-MASTER.
           MOVE TX-KEY TO BUD-KEY
           MOVE TX-UNITS TO BUD-UNITS
           MOVE TX-RETAIL-VALUE TO BUD-RETAIL-VALUE
           MOVE WS-BUSINESS-DATE TO BUD-LAST-UPDATED.

       3000-END-PROCESS.
           PERFORM 5300-REPORT-TOTALS

           CLOSE BUDTXN-IN
           CLOSE BUDGET-MAST
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT
           IF BRANCH-MAST-OPEN
              CLOSE BRANCH-IN
           END-IF

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.

       4000-READ-BUDTXN-IN.
           IF NOT BUDTXN-IN-EOF
               READ BUDTXN-IN
               IF NOT BUDTXN-IN-OK AND NOT BUDTXN-IN-EOF
                  DISPLAY '** BUDTXN-IN FILE IS NOT OK **'
                  DISPLAY '** READ BUDTXN-IN: ' BUDTXN-RECORD
                  MOVE '4000-READ-BUDTXN-IN' TO EL-PARAGRAPH
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

       5000-REPORT-APPLIED.
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-BRANCH TO WS-DET-BRANCH
           MOVE TX-FISCAL-YEAR TO WS-DET-YEAR
           MOVE TX-FISCAL-PERIOD TO WS-DET-PERIOD
           MOVE 'APPLIED' TO WS-DET-RESULT
           MOVE SPACES TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-REPORT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE TX-ACTION TO WS-DET-ACTION
           MOVE TX-BRANCH TO WS-DET-BRANCH
           MOVE TX-FISCAL-YEAR TO WS-DET-YEAR
           MOVE TX-FISCAL-PERIOD TO WS-DET-PERIOD
           MOVE 'REJECTED' TO WS-DET-RESULT
           MOVE WS-REJECT-REASON TO WS-DET-REASON
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5200-WRITE-AUDIT.
           MOVE TX-ACTION TO AUD-ACTION
           MOVE TX-KEY TO AUD-KEY
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE BUDGET-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-OUT-RECORD.

       5300-REPORT-TOTALS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS READ:    ' TO WS-TOT-TEXT
           MOVE WS-TXN-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS APPLIED: ' TO WS-TOT-TEXT
           MOVE WS-APPLIED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TRANSACTIONS REJECTED:' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       6000-OPEN-BUDTXN-IN.
           OPEN INPUT BUDTXN-IN.
           IF NOT BUDTXN-IN-OK
              DISPLAY '** BUDTXN-IN FILE IS NOT OK **'
              DISPLAY '** BUDTXN-IN: ' WS-BUDTXN-IN-STATUS
              MOVE '6000-OPEN-BUDTXN-IN' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6100-OPEN-BUDGET-MAST.
           OPEN I-O BUDGET-MAST.
           IF BUDGET-MAST-NO-FILE
              OPEN OUTPUT BUDGET-MAST
              IF BUDGET-MAST-OK
                 CLOSE BUDGET-MAST
                 OPEN I-O BUDGET-MAST
              END-IF
           END-IF
           IF NOT BUDGET-MAST-OK
              DISPLAY '** BUDGET-MAST FILE IS NOT OK **'
              DISPLAY '** BUDGET-MAST: ' WS-BUDGET-MAST-STATUS
              MOVE '6100-OPEN-BUDGET-MAST' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6200-OPEN-AUDIT-OUT.
           OPEN OUTPUT AUDIT-OUT.
           IF NOT AUDIT-OUT-OK
              DISPLAY '** AUDIT-OUT FILE IS NOT OK **'
              DISPLAY '** AUDIT-OUT: ' WS-AUDIT-OUT-STATUS
              MOVE '6200-OPEN-AUDIT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6300-OPEN-PRINT-OUT.
           OPEN OUTPUT PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '6300-OPEN-PRINT-OUT' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       6400-OPEN-BRANCH-IN.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NO-FILE
              DISPLAY '** WARNING: NO BRANCH MASTER - BRANCHES NOT '
                 'CHECKED **'
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '6400-OPEN-BRANCH-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-BRANCH-MAST-OPEN
           END-IF.

       9999-ABEND.
           MOVE 'BUDMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
