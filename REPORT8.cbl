      *                FISCAL FIELDS THE PERIODS ARE THE TRUE FISCAL   *
      *                PERIOD OF THE BUSINESS DATE AND THE PERIOD      *
      *                BEFORE IT; THE DAY-COUNT WINDOW IS ONLY THE     *
      *                FALL-BACK FOR A CALENDAR WITHOUT THEM. A        *
      *                RESTATE FLAG OF Y ON PARMIN GROUPS BOTH PERIODS *
      *                BY EACH BRANCH'S CURRENT REGION ON THE BRANCH   *
      *                MASTER INSTEAD OF THE REGION STAMPED ON THE     *
      *                HISTORY.                                        *
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
           SELECT PARM-IN ASSIGN TO PARMIN
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT BRANCH-IN ASSIGN TO BRANCHES
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PRINT-OUT ASSIGN TO REP8PRT
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-BUSINESS-DATE            PIC 9(8).
           05 PARM-WINDOW-DAYS              PIC 9(3).
           05 PARM-RESTATE-FLAG             PIC X(1).
      *
       FD BRANCH-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 85 CHARACTERS.
           COPY BRANCHR.
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
          88 HIST-IN-CURRENT                VALUE 'C'.
          88 HIST-IN-PRIOR                  VALUE 'P'.
      *
      * Restatement: history is grouped by each branch's current
      * region on the branch master rather than the region stamped
      * on the record. A branch not on the master keeps its stamp.
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
       01 WS-RESTATED-COUNT                 PIC 9(9) VALUE 0.
      *
      * Fiscal period derivation: the calendar is date-ordered and a
      * fiscal period is a contiguous run of dates, so the current
      * and prior periods resolve to date ranges and the existing
             10 FILLER                      PIC X(3)    VALUE ' - '.
             10 WS-H1-PRI-END               PIC 9(8).
             10 FILLER                      PIC X(44)   VALUE SPACES.
          05 WS-RESTATE-MSG                 PIC X(60)   VALUE
             'REGIONS RESTATED ON EACH BRANCH''S CURRENT REGION'.
          05 WS-HEADER2-MSG.
             10 FILLER                      PIC X(3)    VALUE 'PTR'.
             10 FILLER                      PIC X(2)    VALUE SPACES.
      * Flags...
      *
       01 WS-HIST-STATUS                    PIC X(2).
          88 HIST-OK                        VALUE "00", "02".
          88 HIST-EOF                       VALUE "10".
          88 HIST-VALID                     VALUE "00", "10".
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-BRANCH-IN-STATUS               PIC X(2).
          88 BRANCH-IN-OK                   VALUE "00".
          88 BRANCH-IN-EOF                  VALUE "10".
          88 BRANCH-IN-NOT-FOUND            VALUE "35".
      *
       COPY ERRLOGL.

              PERFORM 1100-SET-PERIOD-DATES
           END-IF

           IF RESTATE-REGIONS
              PERFORM 1200-LOAD-CURRENT-REGIONS
           END-IF

           PERFORM 4000-OPEN-REP-HISTORY

           PERFORM 4050-START-REP-HISTORY

           PERFORM 4300-OPEN-PRINT-OUT

           PERFORM 5000-DISPLAY-HEADERS
              END-IF
           END-IF.

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

       2200-ACCUMULATE-TREND.
           MOVE HIST-REGION TO WS-GROUP-REGION
           IF RESTATE-REGIONS
              PERFORM 2250-FIND-CURRENT-REGION
           END-IF

           SET TT TO 1
           SEARCH WS-TREND-ENTRY
              AT END
                 ADD 1 TO TT-ENTRIES
                 SET TT TO TT-ENTRIES
                 MOVE HIST-PARTNER TO TT-PARTNER(TT)
                 MOVE WS-GROUP-REGION TO TT-REGION(TT)
                 MOVE HIST-BRANCH TO TT-BRANCH(TT)
                 MOVE 0 TO TT-CUR-UNITS(TT)
                 MOVE 0 TO TT-CUR-COST-VALUE(TT)
                 MOVE 0 TO TT-PRI-RETAIL-VALUE(TT)
                 PERFORM 2300-ADD-TO-ENTRY
              WHEN TT-PARTNER(TT) = HIST-PARTNER
                 AND TT-REGION(TT) = WS-GROUP-REGION
                 AND TT-BRANCH(TT) = HIST-BRANCH
                 PERFORM 2300-ADD-TO-ENTRY
           END-SEARCH.

       2250-FIND-CURRENT-REGION.
           SET CR TO 1
           SEARCH WS-CURRENT-REGION-ENTRY
              AT END
                 CONTINUE
              WHEN CR-BRANCH(CR) = HIST-BRANCH
                 MOVE CR-REGION(CR) TO WS-GROUP-REGION
           END-SEARCH
           IF WS-GROUP-REGION NOT = HIST-REGION
              ADD 1 TO WS-RESTATED-COUNT
           END-IF.

       2300-ADD-TO-ENTRY.
           IF HIST-IN-CURRENT
              ADD HIST-UNITS TO TT-CUR-UNITS(TT)
           DISPLAY 'HISTORY RECORDS READ: ' WS-HIST-READ-COUNT
           DISPLAY 'CURRENT PERIOD RECORDS: ' WS-HIST-CUR-COUNT
           DISPLAY 'PRIOR PERIOD RECORDS: ' WS-HIST-PRI-COUNT
           DISPLAY 'OUTSIDE WINDOW RECORDS: ' WS-HIST-SKIP-COUNT
           IF RESTATE-REGIONS
              DISPLAY 'RECORDS RESTATED TO A NEW REGION: '
                 WS-RESTATED-COUNT
           END-IF.

       4000-OPEN-REP-HISTORY.
           OPEN INPUT REP-HISTORY.
              PERFORM 9999-ABEND
           END-IF.

       4050-START-REP-HISTORY.
      *    The prior period is the earlier of the two, so reading
      *    starts at its first day and stops after the business date.
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

       4200-CLOSE-REP-HISTORY.
           END-IF
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE PARM-WINDOW-DAYS TO WS-WINDOW-DAYS
           IF PARM-RESTATE-FLAG = 'Y'
              MOVE 'Y' TO WS-RESTATE-FLAG
           END-IF
           CLOSE PARM-IN.

       5000-DISPLAY-HEADERS.

           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           IF RESTATE-REGIONS
              MOVE WS-RESTATE-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
