      *  Project     : WEEKLY CONSOLIDATED REPORT                      *
      *                                                                *
      *  Function    : ON WEEK-END NIGHTS (DRIVER GATES THE STEP ON    *
      *                THE CALENDAR'S WEEK-END MARKER) CONSOLIDATE THE *
      *                WEEK'S REPHIST RECORDS INTO A WEEKLY SUMMARY BY *
      *                PARTNER, REGION AND BRANCH WITH WEEK-ON-WEEK    *
      *                MOVEMENT AGAINST THE PRIOR WEEK. THE WEEK'S     *
      *                DATE RANGE COMES FROM THE FISCAL WEEK FIELDS ON *
      *                THE BUSINESS CALENDAR; WITH NO FISCAL WEEKS THE *
      *                TRAILING SEVEN DAYS STAND IN. A RESTATE FLAG OF *
      *                Y ON THE OPTIONAL WEEKPARM GROUPS BOTH WEEKS BY *
      *                EACH BRANCH'S CURRENT REGION ON THE BRANCH      *
      *                MASTER.                                         *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      *
       FILE-CONTROL.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT PARM-IN ASSIGN TO WEEKPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PRINT-OUT ASSIGN TO WEEKPRT
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 1 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-RESTATE-FLAG             PIC X(1).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
      * Flags...
      *
       01 WS-HIST-STATUS                    PIC X(2).
          88 HIST-OK                        VALUE "00", "02".
          88 HIST-EOF                       VALUE "10".
          88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-CALENDAR-STATUS                PIC X(2).
          88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-BRANCH-IN-STATUS               PIC X(2).
          88 BRANCH-IN-OK                   VALUE "00".
          88 BRANCH-IN-EOF                  VALUE "10".
          88 BRANCH-IN-NOT-FOUND            VALUE "35".
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-OK                     VALUE "00".
          88 PARM-IN-EOF                    VALUE "10".
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-FISCAL-MODE                    PIC X VALUE 'N'.
          88 FISCAL-MODE                    VALUE 'Y'.
      *
          88 HIST-IN-CURRENT                VALUE 'C'.
          88 HIST-IN-PRIOR                  VALUE 'P'.
      *
      * Restatement on the branch master's current regions - as the
      * period trend report does it...
      *
       01 WS-RESTATE-FLAG                   PIC X VALUE 'N'.
          88 RESTATE-REGIONS                VALUE 'Y'.
       01 WS-GROUP-REGION                   PIC X(2) VALUE SPACES.
       01 WS-CURRENT-REGION-TABLE.
          05 CR-ENTRIES                     PIC 9(3) VALUE 0.
          05 WS-CURRENT-REGION-ENTRY
             OCCURS 1 TO 500 TIMES
             DEPENDING ON CR-ENTRIES
             INDEXED BY CR.
             10 CR-BRANCH                   PIC X(4).
             10 CR-REGION                   PIC X(2).
      *
      * Fiscal week derivation - same contiguous-run technique the
      * period trend report uses, keyed on year and week...
      *
             10 FILLER                      PIC X(3)    VALUE ' - '.
             10 WS-H1-PRI-END               PIC 9(8).
             10 FILLER                      PIC X(44)   VALUE SPACES.
          05 WS-RESTATE-MSG                 PIC X(60)   VALUE
             'REGIONS RESTATED ON EACH BRANCH''S CURRENT REGION'.
          05 WS-HEADER2-MSG.
             10 FILLER                      PIC X(3)    VALUE 'PTR'.
             10 FILLER                      PIC X(2)    VALUE SPACES.
              ACCEPT WS-BUSINESS-DATE FROM DATE
           END-IF

           PERFORM 4600-READ-PARM-IN

           IF RESTATE-REGIONS
              PERFORM 1200-LOAD-CURRENT-REGIONS
           END-IF

           PERFORM 1050-DERIVE-FISCAL-WEEKS

           IF NOT FISCAL-MODE
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 4050-START-REP-HISTORY

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              MOVE WS-TRIAL-BANNER TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           IF RESTATE-REGIONS
              MOVE WS-RESTATE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

              VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 6
           MOVE WS-WORK-DATE TO WS-PRI-START-DATE.

       1200-LOAD-CURRENT-REGIONS.
           OPEN INPUT BRANCH-IN
           IF BRANCH-IN-NOT-FOUND
              DISPLAY '** WARNING: NO BRANCH MASTER - REGIONS NOT '
                 'RESTATED **'
              MOVE 'N' TO WS-RESTATE-FLAG
           ELSE
              IF NOT BRANCH-IN-OK
                 DISPLAY '** BRANCH-IN FILE IS NOT OK **'
                 DISPLAY '** BRANCH-IN: ' WS-BRANCH-IN-STATUS
                 MOVE '1200-LOAD-CURRENT-REGIONS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1210-LOAD-ONE-BRANCH UNTIL BRANCH-IN-EOF
              CLOSE BRANCH-IN
           END-IF.

       1210-LOAD-ONE-BRANCH.
           READ BRANCH-IN
              AT END SET BRANCH-IN-EOF TO TRUE
           END-READ
           IF BRANCH-IN-OK
              IF CR-ENTRIES = 500
                 DISPLAY '** CURRENT REGION TABLE FULL **'
                 MOVE '1210-LOAD-ONE-BRANCH' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO CR-ENTRIES
              SET CR TO CR-ENTRIES
              MOVE BRANCH-NO TO CR-BRANCH(CR)
              MOVE BRANCH-REGION TO CR-REGION(CR)
           END-IF.

       2000-MAIN-PROCESS.
           IF HIST-OK
              ADD 1 TO WS-HIST-READ-COUNT
           END-IF.

       2200-ACCUMULATE-WEEK.
           MOVE HIST-REGION TO WS-GROUP-REGION
           IF RESTATE-REGIONS
              PERFORM 2250-FIND-CURRENT-REGION
           END-IF

           SET WT TO 1
           SEARCH WS-WEEK-ENTRY
              AT END
                 ADD 1 TO WT-ENTRIES
                 SET WT TO WT-ENTRIES
                 MOVE HIST-PARTNER TO WT-PARTNER(WT)
                 MOVE WS-GROUP-REGION TO WT-REGION(WT)
                 MOVE HIST-BRANCH TO WT-BRANCH(WT)
                 MOVE 0 TO WT-CUR-UNITS(WT)
                 MOVE 0 TO WT-CUR-RETURN-UNITS(WT)
                 MOVE 0 TO WT-PRI-RETAIL-VALUE(WT)
                 PERFORM 2300-ADD-TO-ENTRY
              WHEN WT-PARTNER(WT) = HIST-PARTNER
                 AND WT-REGION(WT) = WS-GROUP-REGION
                 AND WT-BRANCH(WT) = HIST-BRANCH
                 PERFORM 2300-ADD-TO-ENTRY
           END-SEARCH.

       2250-FIND-CURRENT-REGION.
           SET CR TO 1
           SEARCH WS-CURRENT-REGION-ENTRY
              AT END
                 CONTINUE
              WHEN CR-BRANCH(CR) = HIST-BRANCH
                 MOVE CR-REGION(CR) TO WS-GROUP-REGION
           END-SEARCH.

       2300-ADD-TO-ENTRY.
           IF HIST-IN-CURRENT
              ADD HIST-UNITS TO WT-CUR-UNITS(WT)
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       4050-START-REP-HISTORY.
      *    The prior week is the earlier of the two, so reading starts
      *    at its first day and stops after the business date.
           MOVE WS-PRI-START-DATE TO HIST-DATE
           MOVE LOW-VALUES TO HIST-KEY
           START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
              INVALID KEY
                 SET HIST-EOF TO TRUE
           END-START.

       4100-READ-REP-HISTORY.
           IF NOT HIST-EOF
               READ REP-HISTORY NEXT RECORD
               IF NOT HIST-OK AND NOT HIST-EOF
                  DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                  DISPLAY '** READ REP-HISTORY: ' HISTORY-RECORD
                  MOVE '4100-READ-REP-HISTORY' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
               IF HIST-OK AND HIST-DATE > WS-BUSINESS-DATE
                  SET HIST-EOF TO TRUE
               END-IF
           END-IF.

       4600-READ-PARM-IN.
      *    WEEKPARM is optional; without it the week is reported on
      *    the regions stamped on the history.
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
              IF PARM-IN-OK AND PARM-RESTATE-FLAG = 'Y'
                 MOVE 'Y' TO WS-RESTATE-FLAG
              END-IF
              CLOSE PARM-IN
           END-IF.

       4950-READ-RUN-CONTROL.
