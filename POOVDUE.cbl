       IDENTIFICATION DIVISION.
       PROGRAM-ID.   POOVDUE.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : OVERDUE PURCHASE ORDERS                         *
      *                                                                *
      *  Function    : LIST THE OPENPO PURCHASE-ORDER LINES STILL      *
      *                OUTSTANDING AFTER THE SUPPLIER LEAD TIME. EACH  *
      *                OPEN OR PART-RECEIVED LINE IS DUE IS-LEAD-DAYS  *
      *                (FROM THE ITEMSUP ITEM-TO-SUPPLIER LINK) AFTER  *
      *                ITS ORDER DATE; LINES WHOSE DUE DATE HAS PASSED *
      *                BY THE RUNCTL BUSINESS DATE ARE PRINTED WITH    *
      *                THE SUPPLIER NAME, THE QUANTITY STILL TO COME   *
      *                AND THE DAYS LATE, FOLLOWED BY OPEN AND OVERDUE *
      *                TOTALS.                                         *
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
           SELECT OPENPO-IN ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT ITEMSUP-IN ASSIGN TO ITEMSUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IS-ITEM
           FILE STATUS IS WS-ITEMSUP-STATUS.
           SELECT SUPPLIER-IN ASSIGN TO SUPPLIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO POOVPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD OPENPO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD ITEMSUP-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
           COPY ITEMSUPR.
      *
       FD SUPPLIER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
           COPY SUPPLR.
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
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NO-FILE                 VALUE "35".
       01 WS-OPENPO-EOF                      PIC X VALUE 'N'.
           88 OPENPO-EOF                     VALUE 'Y'.
       01 WS-ITEMSUP-STATUS                  PIC X(2).
           88 ITEMSUP-OK                     VALUE "00".
           88 ITEMSUP-NOT-FOUND              VALUE "23".
       01 WS-SUPPLIER-STATUS                 PIC X(2).
           88 SUPPLIER-OK                    VALUE "00".
           88 SUPPLIER-NOT-FOUND             VALUE "23".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
      *
      * Due-date arithmetic...
      *
       01 WS-VARIABLES.
          05 WS-RUN-DATE                     PIC 9(8).
          05 WS-DUE-DATE                     PIC 9(8).
          05 WS-WORK-DATE                    PIC 9(8).
          05 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
             10 WS-WORK-CCYY                 PIC 9(4).
             10 WS-WORK-MM                   PIC 99.
             10 WS-WORK-DD                   PIC 99.
          05 WS-DAY-IDX                      PIC 9(4).
          05 WS-LEAD-DAYS                    PIC 9(3).
          05 WS-DAYS-LATE                    PIC 9(4).
          05 WS-MONTH-DAYS                   PIC 99.
          05 WS-LEAP-QUOT                    PIC 9(4).
          05 WS-LEAP-REM                     PIC 9(4).
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-OPEN-COUNT                      PIC 9(7) VALUE 0.
       01 WS-OPEN-UNITS                      PIC 9(11) VALUE 0.
       01 WS-OVERDUE-COUNT                   PIC 9(7) VALUE 0.
       01 WS-OVERDUE-UNITS                   PIC 9(11) VALUE 0.
       01 WS-NO-LINK-COUNT                   PIC 9(7) VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'OVERDUE PURCHASE ORDERS'.
             10 FILLER                       PIC X(10)   VALUE
                'RUN DATE: '.
             10 WS-H1-DATE                   PIC 9(8).
             10 FILLER                       PIC X(34)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'ORDER'.
             10 FILLER                       PIC X(24)   VALUE
                'SUPPLIER'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(6)    VALUE
                'BRNCH'.
             10 FILLER                       PIC X(9)    VALUE
                'ORDERED'.
             10 FILLER                       PIC X(9)    VALUE
                '  TO COME'.
             10 FILLER                       PIC X(10)   VALUE
                'ORDERED ON'.
             10 FILLER                       PIC X(10)   VALUE
                'DUE'.
             10 FILLER                       PIC X(8)    VALUE
                'LATE'.
          05 WS-DETAIL-LINE.
             10 WS-DET-ORDER                 PIC 9(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SUPP-CODE             PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-SUPP-NAME             PIC X(16).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ORDERED               PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-OUTSTANDING           PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ORDER-DATE            PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DUE-DATE              PIC 9(8).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-DAYS-LATE             PIC ZZZ9.
             10 FILLER                       PIC X(4)    VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                 PIC X(30).
             10 WS-TOT-VALUE                 PIC Z(10)9.
             10 FILLER                       PIC X(51)   VALUE SPACES.
          05 WS-NO-OVERDUE-MSG               PIC X(40)   VALUE
             'NO OVERDUE ORDER LINES'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-CHECK-ONE-LINE UNTIL OPENPO-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           MOVE 0 TO WS-RUN-DATE
           PERFORM 4950-READ-RUN-CONTROL
           IF WS-RUN-DATE = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF

           OPEN INPUT OPENPO-IN
           IF OPENPO-NO-FILE
              DISPLAY '** WARNING: NO OPEN-ORDER FILE - NOTHING '
                 'ON ORDER **'
              MOVE 'Y' TO WS-OPENPO-EOF
           ELSE
              IF NOT OPENPO-OK
                 DISPLAY '** OPENPO-IN FILE IS NOT OK **'
                 DISPLAY '** OPENPO-IN: ' WS-OPENPO-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN INPUT ITEMSUP-IN
           IF NOT ITEMSUP-OK
              DISPLAY '** ITEMSUP-IN FILE IS NOT OK **'
              DISPLAY '** ITEMSUP-IN: ' WS-ITEMSUP-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT SUPPLIER-IN
           IF NOT SUPPLIER-OK
              DISPLAY '** SUPPLIER-IN FILE IS NOT OK **'
              DISPLAY '** SUPPLIER-IN: ' WS-SUPPLIER-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-RUN-DATE TO WS-H1-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       2000-CHECK-ONE-LINE.
           READ OPENPO-IN NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPENPO-EOF
           END-READ
           IF NOT OPENPO-EOF AND OPENPO-OK
              ADD 1 TO WS-READ-COUNT
              IF OP-OUTSTANDING
                 ADD 1 TO WS-OPEN-COUNT
                 ADD OP-OUTSTANDING-QTY TO WS-OPEN-UNITS
                 PERFORM 2100-FIND-DUE-DATE
                 IF WS-DUE-DATE < WS-RUN-DATE
                    PERFORM 2200-REPORT-OVERDUE
                 END-IF
              END-IF
           END-IF.

       2100-FIND-DUE-DATE.
      *    The line falls due the supplier's lead time after it was
      *    ordered. An item since unlinked from its supplier is
      *    treated as due on the order date.
           MOVE OP-ITEM TO IS-ITEM
           READ ITEMSUP-IN
              INVALID KEY
                 ADD 1 TO WS-NO-LINK-COUNT
                 MOVE 0 TO WS-LEAD-DAYS
              NOT INVALID KEY
                 MOVE IS-LEAD-DAYS TO WS-LEAD-DAYS
           END-READ
           MOVE OP-ORDER-DATE TO WS-WORK-DATE
           PERFORM 8000-FORWARD-ONE-DAY
              VARYING WS-DAY-IDX FROM 1 BY 1
              UNTIL WS-DAY-IDX > WS-LEAD-DAYS
           MOVE WS-WORK-DATE TO WS-DUE-DATE.

       2200-REPORT-OVERDUE.
           ADD 1 TO WS-OVERDUE-COUNT
           ADD OP-OUTSTANDING-QTY TO WS-OVERDUE-UNITS

      *    Count the days late by walking on from the due date; the
      *    count stops at 9999 for a line that has been forgotten.
           MOVE 0 TO WS-DAYS-LATE
           PERFORM 8050-COUNT-ONE-LATE-DAY
              UNTIL WS-WORK-DATE NOT < WS-RUN-DATE
              OR WS-DAYS-LATE = 9999

           MOVE OP-SUPP-CODE TO SUPP-CODE
           READ SUPPLIER-IN
              INVALID KEY
                 MOVE 'NOT ON MASTER' TO WS-DET-SUPP-NAME
              NOT INVALID KEY
                 MOVE SUPP-NAME TO WS-DET-SUPP-NAME
           END-READ

           MOVE OP-PO-NUMBER TO WS-DET-ORDER
           MOVE OP-SUPP-CODE TO WS-DET-SUPP-CODE
           MOVE OP-ITEM TO WS-DET-ITEM
           MOVE OP-BRANCH TO WS-DET-BRANCH
           MOVE OP-ORDERED-QTY TO WS-DET-ORDERED
           MOVE OP-OUTSTANDING-QTY TO WS-DET-OUTSTANDING
           MOVE OP-ORDER-DATE TO WS-DET-ORDER-DATE
           MOVE WS-DUE-DATE TO WS-DET-DUE-DATE
           MOVE WS-DAYS-LATE TO WS-DET-DAYS-LATE
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       3000-END-PROCESS.
           IF WS-OVERDUE-COUNT = 0
              MOVE WS-NO-OVERDUE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF

           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'OPEN ORDER LINES' TO WS-TOT-LABEL
           MOVE WS-OPEN-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'UNITS ON ORDER' TO WS-TOT-LABEL
           MOVE WS-OPEN-UNITS TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'OVERDUE ORDER LINES' TO WS-TOT-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL
           MOVE 'UNITS OVERDUE' TO WS-TOT-LABEL
           MOVE WS-OVERDUE-UNITS TO WS-TOT-VALUE
           PERFORM 5100-WRITE-TOTAL

           IF NOT OPENPO-NO-FILE
              CLOSE OPENPO-IN
           END-IF
           CLOSE ITEMSUP-IN
           CLOSE SUPPLIER-IN
           CLOSE PRINT-OUT

           DISPLAY 'ORDER LINES READ: ' WS-READ-COUNT
           DISPLAY 'OPEN ORDER LINES: ' WS-OPEN-COUNT
           DISPLAY 'OVERDUE ORDER LINES: ' WS-OVERDUE-COUNT
           DISPLAY 'LINES WITH NO SUPPLIER LINK: ' WS-NO-LINK-COUNT.

       4950-READ-RUN-CONTROL.
      *    The report is dated by the business date of the run, not
      *    the day it happens to be printed.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              CONTINUE
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
                 MOVE RC-BUSINESS-DATE TO WS-RUN-DATE
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       5100-WRITE-TOTAL.
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       8000-FORWARD-ONE-DAY.
      *    Walk the work date on one calendar day.
           PERFORM 8100-DAYS-IN-MONTH
           IF WS-WORK-DD < WS-MONTH-DAYS
              ADD 1 TO WS-WORK-DD
           ELSE
              MOVE 1 TO WS-WORK-DD
              IF WS-WORK-MM < 12
                 ADD 1 TO WS-WORK-MM
              ELSE
                 MOVE 1 TO WS-WORK-MM
                 ADD 1 TO WS-WORK-CCYY
              END-IF
           END-IF.

       8050-COUNT-ONE-LATE-DAY.
           PERFORM 8000-FORWARD-ONE-DAY
           ADD 1 TO WS-DAYS-LATE.

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
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       9999-ABEND.
           MOVE 'POOVDUE' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
