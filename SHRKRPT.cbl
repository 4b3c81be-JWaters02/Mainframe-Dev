       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SHRKRPT.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : BRANCH SHRINKAGE SUMMARY                        *
      *                                                                *
      *  Function    : SUMMARISE THE SHRKHIST SHRINKAGE HISTORY BY     *
      *                BRANCH FOR THE COUNT-DATE RANGE ON SHRKPARM     *
      *                (NORMALLY ONE CALENDAR MONTH; THE WHOLE FILE    *
      *                WHEN NO PARAMETER IS SUPPLIED). VARIANCES       *
      *                POSTED BY CYCCNT OR AFTER APPROVAL BY ADJAPPLY  *
      *                ARE TOTALLED AS UNITS LOST, UNITS GAINED AND    *
      *                NET VALUE AT COST AND RETAIL; VARIANCES STILL   *
      *                HELD FOR APPROVAL ARE SHOWN SEPARATELY AT COST. *
      *                BRANCHES PRINT IN BRANCH SEQUENCE WITH A        *
      *                COMPANY TOTAL.                                  *
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
           SELECT SHRKHIST-IN ASSIGN TO SHRKHIST
           FILE STATUS IS WS-SHRKHIST-STATUS.
           SELECT PARM-IN ASSIGN TO SHRKPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO SHRKPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD SHRKHIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 76 CHARACTERS.
           COPY SHRKHSTR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-FROM-DATE                 PIC 9(8).
           05 PARM-TO-DATE                   PIC 9(8).
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
       01 WS-SHRKHIST-STATUS                 PIC X(2).
           88 SHRKHIST-OK                    VALUE "00".
           88 SHRKHIST-EOF                   VALUE "10".
           88 SHRKHIST-NOT-FOUND             VALUE "35".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
      *
       01 WS-HISTORY-PRESENT                 PIC X VALUE 'Y'.
           88 HISTORY-PRESENT                VALUE 'Y'.
       01 WS-BRANCH-FOUND                    PIC X VALUE 'N'.
           88 BRANCH-FOUND                   VALUE 'Y'.
      *
       01 WS-FROM-DATE                       PIC 9(8) VALUE 0.
       01 WS-TO-DATE                         PIC 9(8) VALUE 99999999.
       01 WS-PREV-BRANCH                     PIC X(4) VALUE SPACES.
       01 WS-CUR-BRANCH                      PIC X(4) VALUE SPACES.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(9) VALUE 0.
       01 WS-SELECTED-COUNT                  PIC 9(9) VALUE 0.
      *
      * Company totals...
      *
       01 WS-TOT-COUNTS                      PIC 9(7) VALUE 0.
       01 WS-TOT-LOST                        PIC 9(11) VALUE 0.
       01 WS-TOT-GAINED                      PIC 9(11) VALUE 0.
       01 WS-TOT-COST                        PIC S9(11)V99 VALUE 0.
       01 WS-TOT-RETAIL                      PIC S9(11)V99 VALUE 0.
       01 WS-TOT-HELD                        PIC S9(11)V99 VALUE 0.
      *
      * Shrinkage accumulated by branch...
      *
       01 BRANCH-TABLE.
          05 BT-ENTRIES                      PIC 9(3) VALUE 0.
          05 BRANCH-TABLE-ENTRY
            OCCURS 1 TO 500 TIMES
            DEPENDING ON BT-ENTRIES
            INDEXED BY BT.
            10 BT-BRANCH                     PIC X(4).
            10 BT-COUNTS                     PIC 9(5).
            10 BT-LOST                       PIC 9(9).
            10 BT-GAINED                     PIC 9(9).
            10 BT-COST                       PIC S9(9)V99.
            10 BT-RETAIL                     PIC S9(9)V99.
            10 BT-HELD                       PIC S9(9)V99.
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'BRANCH SHRINKAGE SUMMARY'.
             10 FILLER                       PIC X(6)    VALUE
                'FROM: '.
             10 WS-H1-FROM                   PIC 9(8).
             10 FILLER                       PIC X(6)    VALUE
                '  TO: '.
             10 WS-H1-TO                     PIC 9(8).
             10 FILLER                       PIC X(34)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(6)    VALUE
                'BRANCH'.
             10 FILLER                       PIC X(7)    VALUE
                'COUNTS'.
             10 FILLER                       PIC X(10)   VALUE
                '     LOST'.
             10 FILLER                       PIC X(10)   VALUE
                '   GAINED'.
             10 FILLER                       PIC X(13)   VALUE
                '    NET COST'.
             10 FILLER                       PIC X(13)   VALUE
                '  NET RETAIL'.
             10 FILLER                       PIC X(12)   VALUE
                '   HELD COST'.
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-SUMMARY-LINE.
             10 WS-SUM-BRANCH                PIC X(6).
             10 WS-SUM-COUNTS                PIC Z(4)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SUM-LOST                  PIC Z(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-GAINED                PIC Z(8)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-COST                  PIC -(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-RETAIL                PIC -(8)9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-SUM-HELD                  PIC -(8)9.99.
             10 FILLER                       PIC X(21)   VALUE SPACES.
          05 WS-NO-DATA-MSG                  PIC X(40)   VALUE
             'NO SHRINKAGE RECORDED IN THE PERIOD'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           IF HISTORY-PRESENT
              PERFORM 2000-ACCUMULATE-ONE UNTIL SHRKHIST-EOF
           END-IF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN

           OPEN INPUT SHRKHIST-IN
           IF SHRKHIST-NOT-FOUND
              MOVE 'N' TO WS-HISTORY-PRESENT
              DISPLAY '** WARNING: NO SHRINKAGE HISTORY FILE **'
           ELSE
              IF NOT SHRKHIST-OK
                 DISPLAY '** SHRKHIST FILE IS NOT OK **'
                 DISPLAY '** SHRKHIST: ' WS-SHRKHIST-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-FROM-DATE TO WS-H1-FROM
           MOVE WS-TO-DATE TO WS-H1-TO
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           IF HISTORY-PRESENT
              PERFORM 4000-READ-SHRKHIST
           END-IF.

       2000-ACCUMULATE-ONE.
           IF SHRKHIST-OK
              ADD 1 TO WS-READ-COUNT
              IF SH-COUNT-DATE NOT < WS-FROM-DATE
                 AND SH-COUNT-DATE NOT > WS-TO-DATE
                 ADD 1 TO WS-SELECTED-COUNT
                 PERFORM 2100-FIND-BRANCH
                 PERFORM 2200-ADD-TO-BRANCH
              END-IF
           END-IF

           PERFORM 4000-READ-SHRKHIST.

       2100-FIND-BRANCH.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 IF BT-ENTRIES = 500
                    DISPLAY '** BRANCH TABLE FULL **'
                    MOVE '2100-FIND-BRANCH' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO BT-ENTRIES
                 SET BT TO BT-ENTRIES
                 MOVE SH-BRANCH TO BT-BRANCH(BT)
                 MOVE 0 TO BT-COUNTS(BT)
                 MOVE 0 TO BT-LOST(BT)
                 MOVE 0 TO BT-GAINED(BT)
                 MOVE 0 TO BT-COST(BT)
                 MOVE 0 TO BT-RETAIL(BT)
                 MOVE 0 TO BT-HELD(BT)
              WHEN BT-BRANCH(BT) = SH-BRANCH
                 CONTINUE
           END-SEARCH.

       2200-ADD-TO-BRANCH.
      *    A held variance has not reached the ledger yet; it is
      *    counted again as approved if ADJAPPLY later posts it.
           IF SH-HELD
              ADD SH-COST-VALUE TO BT-HELD(BT)
           ELSE
              ADD 1 TO BT-COUNTS(BT)
              IF SH-VARIANCE-QTY < 0
                 SUBTRACT SH-VARIANCE-QTY FROM BT-LOST(BT)
              ELSE
                 ADD SH-VARIANCE-QTY TO BT-GAINED(BT)
              END-IF
              ADD SH-COST-VALUE TO BT-COST(BT)
              ADD SH-RETAIL-VALUE TO BT-RETAIL(BT)
           END-IF.

       3000-END-PROCESS.
           IF BT-ENTRIES = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              MOVE SPACES TO WS-PREV-BRANCH
              PERFORM 4900-FIND-NEXT-BRANCH
              PERFORM 5000-PRINT-ONE-BRANCH UNTIL NOT BRANCH-FOUND
              PERFORM 5100-PRINT-COMPANY-TOTAL
           END-IF

           IF HISTORY-PRESENT
              CLOSE SHRKHIST-IN
           END-IF
           CLOSE PRINT-OUT

           DISPLAY 'SHRINKAGE RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'SHRINKAGE RECORDS IN PERIOD: ' WS-SELECTED-COUNT
           DISPLAY 'BRANCHES REPORTED: ' BT-ENTRIES.

       4000-READ-SHRKHIST.
           IF NOT SHRKHIST-EOF
               READ SHRKHIST-IN
               IF NOT SHRKHIST-OK AND NOT SHRKHIST-EOF
                  DISPLAY '** SHRKHIST FILE IS NOT OK **'
                  DISPLAY '** READ SHRKHIST: ' SHRINK-HIST-RECORD
                  MOVE '4000-READ-SHRKHIST' TO EL-PARAGRAPH
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
              IF PARM-IN-OK AND PARM-FROM-DATE NUMERIC
                 AND PARM-TO-DATE NUMERIC
                 MOVE PARM-FROM-DATE TO WS-FROM-DATE
                 MOVE PARM-TO-DATE TO WS-TO-DATE
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-BRANCH.
      *    The branch table is in arrival order - pick the lowest
      *    branch above the one just printed.
           MOVE 'N' TO WS-BRANCH-FOUND
           MOVE HIGH-VALUES TO WS-CUR-BRANCH
           PERFORM 4910-TEST-ONE-BRANCH
              VARYING BT FROM 1 BY 1
              UNTIL BT > BT-ENTRIES.

       4910-TEST-ONE-BRANCH.
           IF BT-BRANCH(BT) > WS-PREV-BRANCH
              AND BT-BRANCH(BT) < WS-CUR-BRANCH
              MOVE BT-BRANCH(BT) TO WS-CUR-BRANCH
              MOVE 'Y' TO WS-BRANCH-FOUND
           END-IF.

       5000-PRINT-ONE-BRANCH.
           SET BT TO 1
           SEARCH BRANCH-TABLE-ENTRY
              AT END
                 CONTINUE
              WHEN BT-BRANCH(BT) = WS-CUR-BRANCH
                 MOVE BT-BRANCH(BT) TO WS-SUM-BRANCH
                 MOVE BT-COUNTS(BT) TO WS-SUM-COUNTS
                 MOVE BT-LOST(BT) TO WS-SUM-LOST
                 MOVE BT-GAINED(BT) TO WS-SUM-GAINED
                 MOVE BT-COST(BT) TO WS-SUM-COST
                 MOVE BT-RETAIL(BT) TO WS-SUM-RETAIL
                 MOVE BT-HELD(BT) TO WS-SUM-HELD
                 MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
                 WRITE PRINT-OUT-RECORD
                 ADD BT-COUNTS(BT) TO WS-TOT-COUNTS
                 ADD BT-LOST(BT) TO WS-TOT-LOST
                 ADD BT-GAINED(BT) TO WS-TOT-GAINED
                 ADD BT-COST(BT) TO WS-TOT-COST
                 ADD BT-RETAIL(BT) TO WS-TOT-RETAIL
                 ADD BT-HELD(BT) TO WS-TOT-HELD
           END-SEARCH

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5100-PRINT-COMPANY-TOTAL.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'TOTAL' TO WS-SUM-BRANCH
           MOVE WS-TOT-COUNTS TO WS-SUM-COUNTS
           MOVE WS-TOT-LOST TO WS-SUM-LOST
           MOVE WS-TOT-GAINED TO WS-SUM-GAINED
           MOVE WS-TOT-COST TO WS-SUM-COST
           MOVE WS-TOT-RETAIL TO WS-SUM-RETAIL
           MOVE WS-TOT-HELD TO WS-SUM-HELD
           MOVE WS-SUMMARY-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       9999-ABEND.
           MOVE 'SHRKRPT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
