       IDENTIFICATION DIVISION.
       PROGRAM-ID.   CYCCNT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : CYCLE-COUNT VARIANCE RECONCILIATION             *
      *                                                                *
      *  Function    : COMPARE A BRANCH'S CNTSHEET CYCLE-COUNT SHEET   *
      *                (BRANCH, ITEM, COUNTED QUANTITY, COUNT DATE, IN *
      *                BRANCH ORDER) WITH THE STK-ON-HAND POSITION ON  *
      *                THE STOCKLDG LEDGER. EACH VARIANCE IS VALUED AT *
      *                ITEM-STD-COST AND ITEM-STD-RETAIL FROM          *
      *                ITEMMAST. A VARIANCE WHOSE COST VALUE IS WITHIN *
      *                THE CYCPARM TOLERANCE IS POSTED STRAIGHT TO THE *
      *                LEDGER; A LARGER ONE IS HELD ON ADJPENDN        *
      *                (CARRIED FORWARD FROM ADJPEND AND COPIED BACK   *
      *                BY THE NEXT JOB STEP) AS A PENDING CG/CL COUNT  *
      *                ADJUSTMENT FOR THE ADJREVW APPROVAL ROUTE, AND  *
      *                ADJAPPLY POSTS IT ONCE APPROVED. EVERY VARIANCE *
      *                IS APPENDED TO THE SHRKHIST SHRINKAGE HISTORY   *
      *                AND PRINTED ON A SHRINKAGE REPORT BY BRANCH AND *
      *                ITEM WITH BRANCH AND COMPANY TOTALS. POSTED     *
      *                VARIANCES ARE JOURNALLED TO STKJRNL AS TYPE C.  *
      *                HELD VARIANCES ARE STAMPED WITH CYCCNT AS THEIR *
      *                ORIGINATOR. A RUN CLAIMS THE STOCKLDG LOCK ON   *
      *                THE MSTLOCK CONTROL FILE AND ENDS WITH RETURN   *
      *                CODE 8, UPDATING NOTHING, WHILE THE DRIVER      *
      *                CHAIN OR ANOTHER JOB HOLDS IT.                  *
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
           SELECT CNTSHEET-IN ASSIGN TO CNTSHEET
           FILE STATUS IS WS-CNTSHEET-STATUS.
           SELECT STOCK-LEDGER ASSIGN TO STOCKLDG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-KEY
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT PARM-IN ASSIGN TO CYCPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PEND-IN ASSIGN TO ADJPEND
           FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT ASSIGN TO ADJPENDN
           FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT SHRKHIST-OUT ASSIGN TO SHRKHIST
           FILE STATUS IS WS-SHRKHIST-STATUS.
           SELECT STKJRNL-OUT ASSIGN TO STKJRNL
           FILE STATUS IS WS-STKJRNL-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO CYCRPT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD CNTSHEET-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
       01 CNTSHEET-RECORD.
           05 CS-BRANCH                      PIC X(4).
           05 CS-ITEM                        PIC X(6).
           05 CS-COUNTED-QTY                 PIC 9(9).
           05 CS-COUNT-DATE                  PIC 9(8).
      *
       FD STOCK-LEDGER
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 27 CHARACTERS.
           COPY STOCKR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 7 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-VALUE-TOLERANCE           PIC 9(5)V99.
      *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
       01 PEND-IN-RECORD                     PIC X(60).
      *
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
      *
       FD SHRKHIST-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 76 CHARACTERS.
           COPY SHRKHSTR.
      *
       FD STKJRNL-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 59 CHARACTERS.
           COPY STKJRNR.
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
       01 WS-CNTSHEET-STATUS                 PIC X(2).
           88 CNTSHEET-OK                    VALUE "00".
           88 CNTSHEET-EOF                   VALUE "10".
       01 WS-STOCK-STATUS                    PIC X(2).
           88 STOCK-OK                       VALUE "00".
           88 STOCK-NOT-FOUND                VALUE "23".
           88 STOCK-NO-FILE                  VALUE "35".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-PEND-IN-STATUS                  PIC X(2).
           88 PEND-IN-OK                     VALUE "00".
           88 PEND-IN-EOF                    VALUE "10".
           88 PEND-IN-NOT-FOUND              VALUE "35".
       01 WS-PEND-OUT-STATUS                 PIC X(2).
           88 PEND-OUT-OK                    VALUE "00".
       01 WS-SHRKHIST-STATUS                 PIC X(2).
           88 SHRKHIST-OK                    VALUE "00".
           88 SHRKHIST-NOT-FOUND             VALUE "35".
       01 WS-STKJRNL-STATUS                  PIC X(2).
           88 STKJRNL-OK                     VALUE "00".
           88 STKJRNL-NOT-FOUND              VALUE "35".
       01 WS-RUNCTL-STATUS                   PIC X(2).
           88 RUNCTL-OK                      VALUE "00".
           88 RUNCTL-EOF                     VALUE "10".
           88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
       01 WS-PEND-PRESENT                    PIC X VALUE 'N'.
           88 PEND-PRESENT                   VALUE 'Y'.
       01 WS-STOCK-FOUND                     PIC X VALUE 'N'.
           88 STOCK-FOUND                    VALUE 'Y'.
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                      PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                   PIC 9(8) VALUE 0.
       01 WS-TOLERANCE                       PIC 9(5)V99 VALUE 0.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-REJECT-REASON                   PIC X(30) VALUE SPACES.
      *
      * Variance being reconciled...
      *
       01 WS-BOOK-QTY                        PIC S9(9) VALUE 0.
       01 WS-VARIANCE-QTY                    PIC S9(9) VALUE 0.
       01 WS-ABS-VARIANCE                    PIC 9(9) VALUE 0.
       01 WS-COST-VALUE                      PIC S9(9)V99 VALUE 0.
       01 WS-RETAIL-VALUE                    PIC S9(9)V99 VALUE 0.
       01 WS-ABS-COST-VALUE                  PIC 9(9)V99 VALUE 0.
       01 WS-HOLD-REMAINING                  PIC 9(9) VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-REJECTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT                   PIC 9(7) VALUE 0.
       01 WS-POSTED-COUNT                    PIC 9(7) VALUE 0.
       01 WS-HELD-COUNT                      PIC 9(7) VALUE 0.
       01 WS-PENDING-WRITTEN                 PIC 9(7) VALUE 0.
       01 WS-CARRIED-COUNT                   PIC 9(7) VALUE 0.
      *
      * Branch and company totals...
      *
       01 WS-BRANCH-VARIANCE                 PIC S9(11) VALUE 0.
       01 WS-BRANCH-COST                     PIC S9(11)V99 VALUE 0.
       01 WS-BRANCH-RETAIL                   PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-VARIANCE                  PIC S9(11) VALUE 0.
       01 WS-TOTAL-COST                      PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-RETAIL                    PIC S9(11)V99 VALUE 0.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'CYCLE-COUNT SHRINKAGE REPORT'.
             10 FILLER                       PIC X(12)   VALUE
                'TOLERANCE: '.
             10 WS-H1-TOLERANCE              PIC ZZZZ9.99.
             10 FILLER                       PIC X(42)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(8)    VALUE
                '  ITEM'.
             10 FILLER                       PIC X(10)   VALUE
                '     BOOK'.
             10 FILLER                       PIC X(10)   VALUE
                '  COUNTED'.
             10 FILLER                       PIC X(10)   VALUE
                ' VARIANCE'.
             10 FILLER                       PIC X(13)   VALUE
                '  COST VALUE'.
             10 FILLER                       PIC X(14)   VALUE
                'RETAIL VALUE'.
             10 FILLER                       PIC X(8)    VALUE
                'ACTION'.
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-DET-ITEM                  PIC X(6).
             10 WS-DET-BOOK                  PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-COUNTED               PIC Z(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-VARIANCE              PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-COST                  PIC -(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-DET-RETAIL                PIC -(8)9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-ACTION                PIC X(8).
             10 FILLER                       PIC X(13)   VALUE SPACES.
          05 WS-REJECT-LINE.
             10 WS-REJ-BRANCH                PIC X(4).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 WS-REJ-ITEM                  PIC X(6).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(12)   VALUE
                '** REJECTED '.
             10 WS-REJ-REASON                PIC X(30).
             10 FILLER                       PIC X(32)   VALUE SPACES.
          05 WS-BRANCH-TOTAL-LINE.
             10 FILLER                       PIC X(14)   VALUE
                'BRANCH TOTAL  '.
             10 WS-BT-BRANCH                 PIC X(4).
             10 FILLER                       PIC X(16)   VALUE SPACES.
             10 WS-BT-VARIANCE               PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-BT-COST                   PIC -(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-BT-RETAIL                 PIC -(8)9.99.
             10 FILLER                       PIC X(23)   VALUE SPACES.
          05 WS-COMPANY-TOTAL-LINE.
             10 FILLER                       PIC X(34)   VALUE
                'COMPANY TOTAL'.
             10 WS-CT-VARIANCE               PIC -(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-CT-COST                   PIC -(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-CT-RETAIL                 PIC -(8)9.99.
             10 FILLER                       PIC X(23)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-TEXT                  PIC X(26).
             10 WS-TOT-VALUE                 PIC Z(6)9.
             10 FILLER                       PIC X(59)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-COUNT-ONE-LINE UNTIL CNTSHEET-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 4950-READ-RUN-CONTROL

           PERFORM 1050-CLAIM-MASTER-LOCK

           PERFORM 4600-READ-PARM-IN

           OPEN INPUT CNTSHEET-IN
           IF NOT CNTSHEET-OK
              DISPLAY '** CNTSHEET FILE IS NOT OK **'
              DISPLAY '** CNTSHEET: ' WS-CNTSHEET-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O STOCK-LEDGER
           IF STOCK-NO-FILE
              OPEN OUTPUT STOCK-LEDGER
              IF STOCK-OK
                 CLOSE STOCK-LEDGER
                 OPEN I-O STOCK-LEDGER
              END-IF
           END-IF
           IF NOT STOCK-OK
              DISPLAY '** STOCK-LEDGER FILE IS NOT OK **'
              DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT PEND-IN
           IF PEND-IN-OK
              MOVE 'Y' TO WS-PEND-PRESENT
           ELSE
              IF PEND-IN-NOT-FOUND
                 MOVE 'N' TO WS-PEND-PRESENT
              ELSE
                 DISPLAY '** PEND-IN FILE IS NOT OK **'
                 DISPLAY '** PEND-IN: ' WS-PEND-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PEND-OUT
           IF NOT PEND-OUT-OK
              DISPLAY '** PEND-OUT FILE IS NOT OK **'
              DISPLAY '** PEND-OUT: ' WS-PEND-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND SHRKHIST-OUT
           IF SHRKHIST-NOT-FOUND
              OPEN OUTPUT SHRKHIST-OUT
           END-IF
           IF NOT SHRKHIST-OK
              DISPLAY '** SHRKHIST FILE IS NOT OK **'
              DISPLAY '** SHRKHIST: ' WS-SHRKHIST-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND STKJRNL-OUT
           IF STKJRNL-NOT-FOUND
              OPEN OUTPUT STKJRNL-OUT
           END-IF
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL FILE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
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

      *    Pending adjustments already on file are carried forward
      *    first so the count variances held tonight follow them.
           IF PEND-PRESENT
              PERFORM 4100-READ-PEND-IN
              PERFORM 1500-CARRY-FORWARD UNTIL PEND-IN-EOF
           END-IF

           MOVE WS-TOLERANCE TO WS-H1-TOLERANCE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 4000-READ-CNTSHEET.

       1050-CLAIM-MASTER-LOCK.
      *    The ledger is left alone while the nightly chain or
      *    another posting run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'CYCCNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** STOCKLDG IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1500-CARRY-FORWARD.
           IF PEND-IN-OK
              ADD 1 TO WS-CARRIED-COUNT
              MOVE PEND-IN-RECORD TO ADJ-PEND-RECORD
              WRITE ADJ-PEND-RECORD
           END-IF

           PERFORM 4100-READ-PEND-IN.

       2000-COUNT-ONE-LINE.
           IF CNTSHEET-OK
              ADD 1 TO WS-READ-COUNT

              IF CS-BRANCH NOT = WS-PREV-BRANCH
                 IF WS-PREV-BRANCH NOT = SPACES
                    PERFORM 5300-WRITE-BRANCH-TOTAL
                 END-IF
                 MOVE CS-BRANCH TO WS-PREV-BRANCH
              END-IF

              IF CS-BRANCH = SPACES OR CS-ITEM = SPACES
                 OR CS-COUNTED-QTY NOT NUMERIC
                 OR CS-COUNT-DATE NOT NUMERIC
                 MOVE 'INVALID COUNT LINE' TO WS-REJECT-REASON
                 PERFORM 5100-WRITE-REJECT
              ELSE
                 MOVE CS-ITEM TO ITEM-CODE
                 READ ITEM-IN
                    INVALID KEY
                       MOVE 'ITEM NOT ON ITEM MASTER'
                          TO WS-REJECT-REASON
                       PERFORM 5100-WRITE-REJECT
                    NOT INVALID KEY
                       PERFORM 2100-COMPARE-TO-LEDGER
                 END-READ
              END-IF
           END-IF

           PERFORM 4000-READ-CNTSHEET.

       2100-COMPARE-TO-LEDGER.
           MOVE CS-ITEM TO STK-ITEM
           MOVE CS-BRANCH TO STK-BRANCH
           READ STOCK-LEDGER
              INVALID KEY
                 MOVE 'N' TO WS-STOCK-FOUND
                 MOVE 0 TO WS-BOOK-QTY
              NOT INVALID KEY
                 MOVE 'Y' TO WS-STOCK-FOUND
                 MOVE STK-ON-HAND TO WS-BOOK-QTY
           END-READ

           COMPUTE WS-VARIANCE-QTY = CS-COUNTED-QTY - WS-BOOK-QTY

           IF WS-VARIANCE-QTY = 0
              ADD 1 TO WS-MATCHED-COUNT
              MOVE 0 TO WS-COST-VALUE
              MOVE 0 TO WS-RETAIL-VALUE
              MOVE 'MATCHED' TO WS-DET-ACTION
           ELSE
              COMPUTE WS-COST-VALUE ROUNDED =
                 WS-VARIANCE-QTY * ITEM-STD-COST
              COMPUTE WS-RETAIL-VALUE ROUNDED =
                 WS-VARIANCE-QTY * ITEM-STD-RETAIL
              IF WS-VARIANCE-QTY < 0
                 COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE-QTY
                 COMPUTE WS-ABS-COST-VALUE = 0 - WS-COST-VALUE
              ELSE
                 MOVE WS-VARIANCE-QTY TO WS-ABS-VARIANCE
                 MOVE WS-COST-VALUE TO WS-ABS-COST-VALUE
              END-IF

      *       Only a variance inside a non-zero tolerance bypasses
      *       the supervisor approval route.
              IF WS-TOLERANCE > 0
                 AND WS-ABS-COST-VALUE NOT > WS-TOLERANCE
                 PERFORM 2200-POST-VARIANCE
              ELSE
                 PERFORM 2300-HOLD-VARIANCE
              END-IF

              PERFORM 2400-WRITE-HISTORY

              ADD WS-VARIANCE-QTY TO WS-BRANCH-VARIANCE
              ADD WS-COST-VALUE TO WS-BRANCH-COST
              ADD WS-RETAIL-VALUE TO WS-BRANCH-RETAIL
           END-IF

           PERFORM 5000-WRITE-DETAIL.

       2200-POST-VARIANCE.
           ADD 1 TO WS-POSTED-COUNT
           MOVE 'POSTED' TO WS-DET-ACTION
           MOVE 'P' TO SH-STATUS
           MOVE WS-RUN-DATE TO SH-POST-DATE

           IF STOCK-FOUND
              MOVE CS-COUNTED-QTY TO STK-ON-HAND
              MOVE CS-COUNT-DATE TO STK-LAST-MOVE-DATE
              REWRITE STOCK-RECORD
              IF NOT STOCK-OK
                 DISPLAY '** STOCK-LEDGER REWRITE IS NOT OK **'
                 DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                 MOVE '2200-POST-VARIANCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           ELSE
              MOVE CS-ITEM TO STK-ITEM
              MOVE CS-BRANCH TO STK-BRANCH
              MOVE CS-COUNTED-QTY TO STK-ON-HAND
              MOVE CS-COUNT-DATE TO STK-LAST-MOVE-DATE
              WRITE STOCK-RECORD
              IF NOT STOCK-OK
                 DISPLAY '** STOCK-LEDGER WRITE IS NOT OK **'
                 DISPLAY '** STOCK-LEDGER: ' WS-STOCK-STATUS
                 MOVE '2200-POST-VARIANCE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           PERFORM 2250-WRITE-JOURNAL.

       2250-WRITE-JOURNAL.
           MOVE CS-ITEM TO SJ-ITEM
           MOVE CS-BRANCH TO SJ-BRANCH
           SET SJ-COUNT-VARIANCE TO TRUE
           MOVE WS-VARIANCE-QTY TO SJ-QUANTITY
           MOVE WS-RUN-NUMBER TO SJ-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO SJ-BUSINESS-DATE
           MOVE WS-BOOK-QTY TO SJ-BALANCE-BEFORE
           MOVE CS-COUNTED-QTY TO SJ-BALANCE-AFTER
           MOVE 'CYCCNT' TO SJ-SOURCE-PROGRAM
           WRITE STOCK-JOURNAL-RECORD
           IF NOT STKJRNL-OK
              DISPLAY '** STKJRNL WRITE IS NOT OK **'
              DISPLAY '** STKJRNL: ' WS-STKJRNL-STATUS
              MOVE '2250-WRITE-JOURNAL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2300-HOLD-VARIANCE.
      *    The ledger is left alone; the variance waits on ADJPEND
      *    for a supervisor. ADJ-QUANTITY holds at most 999 units,
      *    so a larger variance is held as several pending records.
           ADD 1 TO WS-HELD-COUNT
           MOVE 'HELD' TO WS-DET-ACTION
           MOVE 'H' TO SH-STATUS
           MOVE 0 TO SH-POST-DATE

           MOVE WS-ABS-VARIANCE TO WS-HOLD-REMAINING
           PERFORM 2310-WRITE-ONE-PENDING
              UNTIL WS-HOLD-REMAINING = 0.

       2310-WRITE-ONE-PENDING.
           MOVE CS-ITEM TO ADJ-ITEM
           MOVE SPACES TO ADJ-OPTION
           IF WS-VARIANCE-QTY < 0
              SET ADJ-COUNT-LOSS TO TRUE
           ELSE
              SET ADJ-COUNT-GAIN TO TRUE
           END-IF
           MOVE CS-BRANCH TO ADJ-BRANCH
           MOVE ITEM-STD-COST TO ADJ-PRICE
           IF WS-HOLD-REMAINING > 999
              MOVE 999 TO ADJ-QUANTITY
           ELSE
              MOVE WS-HOLD-REMAINING TO ADJ-QUANTITY
           END-IF
           SUBTRACT ADJ-QUANTITY FROM WS-HOLD-REMAINING
           MOVE 'P' TO ADJ-STATUS
           MOVE WS-RUN-DATE TO ADJ-LOAD-DATE
           MOVE 0 TO ADJ-DECISION-DATE
           MOVE SPACES TO ADJ-APPROVER
           MOVE 0 TO ADJ-AGE-DAYS
           MOVE 'CYCCNT' TO ADJ-ORIGINATOR
           WRITE ADJ-PEND-RECORD
           IF NOT PEND-OUT-OK
              DISPLAY '** PEND-OUT WRITE IS NOT OK **'
              DISPLAY '** PEND-OUT: ' WS-PEND-OUT-STATUS
              MOVE '2310-WRITE-ONE-PENDING' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-PENDING-WRITTEN.

       2400-WRITE-HISTORY.
           MOVE CS-COUNT-DATE TO SH-COUNT-DATE
           MOVE CS-BRANCH TO SH-BRANCH
           MOVE CS-ITEM TO SH-ITEM
           MOVE WS-BOOK-QTY TO SH-BOOK-QTY
           MOVE CS-COUNTED-QTY TO SH-COUNTED-QTY
           MOVE WS-VARIANCE-QTY TO SH-VARIANCE-QTY
           MOVE WS-COST-VALUE TO SH-COST-VALUE
           MOVE WS-RETAIL-VALUE TO SH-RETAIL-VALUE
           WRITE SHRINK-HIST-RECORD
           IF NOT SHRKHIST-OK
              DISPLAY '** SHRKHIST WRITE IS NOT OK **'
              DISPLAY '** SHRKHIST: ' WS-SHRKHIST-STATUS
              MOVE '2400-WRITE-HISTORY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3000-END-PROCESS.
           IF WS-PREV-BRANCH NOT = SPACES
              PERFORM 5300-WRITE-BRANCH-TOTAL
           END-IF

           PERFORM 5400-WRITE-TOTALS

           CLOSE CNTSHEET-IN
           CLOSE STOCK-LEDGER
           CLOSE ITEM-IN
           IF PEND-PRESENT
              CLOSE PEND-IN
           END-IF
           CLOSE PEND-OUT
           CLOSE SHRKHIST-OUT
           CLOSE STKJRNL-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCK

           DISPLAY 'COUNT LINES READ: ' WS-READ-COUNT
           DISPLAY 'COUNT LINES REJECTED: ' WS-REJECTED-COUNT
           DISPLAY 'COUNTS MATCHING THE LEDGER: ' WS-MATCHED-COUNT
           DISPLAY 'VARIANCES POSTED: ' WS-POSTED-COUNT
           DISPLAY 'VARIANCES HELD FOR APPROVAL: ' WS-HELD-COUNT
           DISPLAY 'PENDING ADJUSTMENTS CARRIED FORWARD: '
              WS-CARRIED-COUNT.

       4000-READ-CNTSHEET.
           IF NOT CNTSHEET-EOF
               READ CNTSHEET-IN
               IF NOT CNTSHEET-OK AND NOT CNTSHEET-EOF
                  DISPLAY '** CNTSHEET FILE IS NOT OK **'
                  DISPLAY '** READ CNTSHEET: ' CNTSHEET-RECORD
                  MOVE '4000-READ-CNTSHEET' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       4100-READ-PEND-IN.
           IF NOT PEND-IN-EOF
               READ PEND-IN
               IF NOT PEND-IN-OK AND NOT PEND-IN-EOF
                  DISPLAY '** PEND-IN FILE IS NOT OK **'
                  DISPLAY '** READ PEND-IN: ' PEND-IN-RECORD
                  MOVE '4100-READ-PEND-IN' TO EL-PARAGRAPH
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
              IF PARM-IN-OK AND PARM-VALUE-TOLERANCE NUMERIC
                 MOVE PARM-VALUE-TOLERANCE TO WS-TOLERANCE
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

       5000-WRITE-DETAIL.
           MOVE CS-BRANCH TO WS-DET-BRANCH
           MOVE CS-ITEM TO WS-DET-ITEM
           MOVE WS-BOOK-QTY TO WS-DET-BOOK
           MOVE CS-COUNTED-QTY TO WS-DET-COUNTED
           MOVE WS-VARIANCE-QTY TO WS-DET-VARIANCE
           MOVE WS-COST-VALUE TO WS-DET-COST
           MOVE WS-RETAIL-VALUE TO WS-DET-RETAIL
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5100-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE CS-BRANCH TO WS-REJ-BRANCH
           MOVE CS-ITEM TO WS-REJ-ITEM
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-REJECT-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       5300-WRITE-BRANCH-TOTAL.
           MOVE WS-PREV-BRANCH TO WS-BT-BRANCH
           MOVE WS-BRANCH-VARIANCE TO WS-BT-VARIANCE
           MOVE WS-BRANCH-COST TO WS-BT-COST
           MOVE WS-BRANCH-RETAIL TO WS-BT-RETAIL
           MOVE WS-BRANCH-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           ADD WS-BRANCH-VARIANCE TO WS-TOTAL-VARIANCE
           ADD WS-BRANCH-COST TO WS-TOTAL-COST
           ADD WS-BRANCH-RETAIL TO WS-TOTAL-RETAIL
           MOVE 0 TO WS-BRANCH-VARIANCE
           MOVE 0 TO WS-BRANCH-COST
           MOVE 0 TO WS-BRANCH-RETAIL.

       5400-WRITE-TOTALS.
           MOVE WS-TOTAL-VARIANCE TO WS-CT-VARIANCE
           MOVE WS-TOTAL-COST TO WS-CT-COST
           MOVE WS-TOTAL-RETAIL TO WS-CT-RETAIL
           MOVE WS-COMPANY-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           MOVE 'COUNT LINES READ:         ' TO WS-TOT-TEXT
           MOVE WS-READ-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'COUNT LINES REJECTED:     ' TO WS-TOT-TEXT
           MOVE WS-REJECTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'COUNTS MATCHING LEDGER:   ' TO WS-TOT-TEXT
           MOVE WS-MATCHED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'VARIANCES POSTED:         ' TO WS-TOT-TEXT
           MOVE WS-POSTED-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'VARIANCES HELD:           ' TO WS-TOT-TEXT
           MOVE WS-HELD-COUNT TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'PENDING RECORDS WRITTEN:  ' TO WS-TOT-TEXT
           MOVE WS-PENDING-WRITTEN TO WS-TOT-VALUE
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'STOCKLDG' TO MK-MASTER
           MOVE 'CYCCNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON STOCKLDG NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'CYCCNT' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
