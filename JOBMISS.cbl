       IDENTIFICATION DIVISION.
       PROGRAM-ID.   JOBMISS.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : JOB SCHEDULER                                   *
      *                                                                *
      *  Function    : LISTS THE PERIODIC AND HOUSEKEEPING JOBS THAT   *
      *                FELL DUE BUT DID NOT RUN. EVERY JOB ON A        *
      *                JOBLIST RUN LIST IN THE WINDOW IS MATCHED TO    *
      *                ITS STEP-90 RUNLOG ENTRIES AND REPORTED AS NOT  *
      *                RUN, RELEASED BUT NOT SUBMITTED OR FAILED WITH  *
      *                ITS RETURN CODE; WORKING DAYS ON THE CALENDAR   *
      *                WITH NO JOBSCHED STEP AT ALL ARE LISTED         *
      *                SEPARATELY. THE WINDOW IS KEYED ON JOBMPARM OR  *
      *                DEFAULTS TO THE SEVEN CALENDAR DATES UP TO THE  *
      *                CURRENT BUSINESS DATE. RETURN CODE 4 WHEN       *
      *                ANYTHING WAS MISSED.                            *
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
           SELECT PARM-IN ASSIGN TO JOBMPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT JOBLIST-IN ASSIGN TO JOBLIST
           FILE STATUS IS WS-JOBLIST-STATUS.
           SELECT RUNLOG-IN ASSIGN TO RUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT PRINT-OUT ASSIGN TO JOBMPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 16 CHARACTERS.
       01 PARM-IN-RECORD.
          05 JM-FROM-DATE                   PIC X(08).
          05 JM-TO-DATE                     PIC X(08).
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 19 CHARACTERS.
           COPY CALENDR.
      *
       FD JOBLIST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
           COPY JOBLISTR.
      *
       FD RUNLOG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY RUNLOGR.
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
       01 WS-RUNCTL-STATUS                  PIC X(2).
          88 RUNCTL-OK                      VALUE "00".
          88 RUNCTL-EOF                     VALUE "10".
          88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-CALENDAR-STATUS                PIC X(2).
          88 CALENDAR-OK                    VALUE "00".
          88 CALENDAR-EOF                   VALUE "10".
          88 CALENDAR-NOT-FOUND             VALUE "35".
       01 WS-JOBLIST-STATUS                 PIC X(2).
          88 JOBLIST-OK                     VALUE "00".
          88 JOBLIST-EOF                    VALUE "10".
          88 JOBLIST-NOT-FOUND              VALUE "35".
       01 WS-RUNLOG-STATUS                  PIC X(2).
          88 RUNLOG-OK                      VALUE "00".
          88 RUNLOG-EOF                     VALUE "10".
          88 RUNLOG-NOT-FOUND               VALUE "35".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-RANGE-KEYED                    PIC X VALUE 'N'.
          88 RANGE-KEYED                    VALUE 'Y'.
       01 WS-CALENDAR-PRESENT               PIC X VALUE 'Y'.
          88 CALENDAR-PRESENT               VALUE 'Y'.
      *
      * Reporting window...
      *
       01 WS-FROM-DATE                      PIC 9(8) VALUE 0.
       01 WS-TO-DATE                        PIC 9(8) VALUE 0.
       01 WS-WINDOW-DAYS                    PIC 9(2) VALUE 7.
       01 WS-WINDOW-COUNT                   PIC 9(5) VALUE 0.
       01 WS-WINDOW-QUOT                    PIC 9(5) VALUE 0.
       01 WS-WINDOW-SLOT                    PIC 9(2) VALUE 0.
       01 WS-WINDOW-TABLE.
          05 WS-WINDOW-DATE                 PIC 9(8)
             OCCURS 7 TIMES.
      *
      * Counters...
      *
       01 WS-DUE-COUNT                      PIC 9(5) VALUE 0.
       01 WS-RAN-COUNT                      PIC 9(5) VALUE 0.
       01 WS-MISSED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-NO-SCHED-COUNT                 PIC 9(5) VALUE 0.
      *
      * Jobs due in the window, from the run lists...
      *
       01 WS-DUE-TABLE.
          05 DT-ENTRIES                     PIC 9(3) VALUE 0.
          05 WS-DUE-ENTRY
             OCCURS 1 TO 500 TIMES
             DEPENDING ON DT-ENTRIES
             INDEXED BY DT.
             10 DT-BUSINESS-DATE            PIC 9(8).
             10 DT-RUN-NUMBER               PIC 9(5).
             10 DT-JOB-NAME                 PIC X(8).
             10 DT-FREQUENCY                PIC X(1).
             10 DT-ACTION                   PIC X(1).
                88 DT-RELEASED              VALUE 'R'.
             10 DT-RAN                      PIC X(1).
                88 DT-HAS-RUN               VALUE 'Y'.
             10 DT-BEST-RC                  PIC 9(4).
      *
      * Business dates the scheduler step ran for...
      *
       01 WS-SCHED-TABLE.
          05 SX-ENTRIES                     PIC 9(3) VALUE 0.
          05 WS-SCHED-ENTRY
             OCCURS 1 TO 500 TIMES
             DEPENDING ON SX-ENTRIES
             INDEXED BY SX.
             10 SX-BUSINESS-DATE            PIC 9(8).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                      PIC X(28)   VALUE
                'MISSED SCHEDULED JOBS REPORT'.
             10 FILLER                      PIC X(6)    VALUE
                ' FROM '.
             10 WS-H1-FROM-DATE             PIC 9(8).
             10 FILLER                      PIC X(4)    VALUE
                ' TO '.
             10 WS-H1-TO-DATE               PIC 9(8).
             10 FILLER                      PIC X(38)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                      PIC X(10)   VALUE 'DATE'.
             10 FILLER                      PIC X(7)    VALUE 'RUN'.
             10 FILLER                      PIC X(10)   VALUE 'JOB'.
             10 FILLER                      PIC X(6)    VALUE 'FREQ'.
             10 FILLER                      PIC X(10)   VALUE 'ACTION'.
             10 FILLER                      PIC X(49)   VALUE 'STATUS'.
          05 WS-DETAIL-LINE.
             10 WS-DET-DATE                 PIC 9(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-RUN                  PIC Z(4)9.
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-JOB                  PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-FREQUENCY            PIC X(1).
             10 FILLER                      PIC X(5)    VALUE SPACES.
             10 WS-DET-ACTION               PIC X(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 WS-DET-STATUS               PIC X(49).
          05 WS-FAILED-STATUS.
             10 FILLER                      PIC X(12)   VALUE
                'FAILED - RC '.
             10 WS-FAILED-RC                PIC Z(3)9.
             10 FILLER                      PIC X(33)   VALUE SPACES.
          05 WS-SCHED-HEADER.
             10 FILLER                      PIC X(40)   VALUE
                'WORKING DAYS WITH NO SCHEDULER STEP'.
             10 FILLER                      PIC X(52)   VALUE SPACES.
          05 WS-SCHED-LINE.
             10 WS-SCH-DATE                 PIC 9(8).
             10 FILLER                      PIC X(2)    VALUE SPACES.
             10 FILLER                      PIC X(30)   VALUE
                'SCHEDULER DID NOT RUN'.
             10 FILLER                      PIC X(52)   VALUE SPACES.
          05 WS-TOTAL-LINE.
             10 WS-TOT-LABEL                PIC X(30).
             10 WS-TOT-COUNT                PIC Z(6)9.
             10 FILLER                      PIC X(55)   VALUE SPACES.
          05 WS-NO-DATA-MSG                 PIC X(40)   VALUE
             'NO SCHEDULED JOBS MISSED IN THIS WINDOW'.
          05 WS-NO-CALENDAR-MSG             PIC X(50)   VALUE
             'NO CALENDAR - SCHEDULER DAYS NOT CHECKED'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-LOAD-RUN-LISTS

           PERFORM 2500-MATCH-RUN-LOG

           PERFORM 3000-REPORT-MISSED-JOBS

           PERFORM 4000-CHECK-SCHEDULER-DAYS

           PERFORM 5000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1500-READ-PARM-IN

           IF NOT RANGE-KEYED
              PERFORM 1600-READ-RUN-CONTROL
              PERFORM 1700-DEFAULT-WINDOW
           END-IF

           OPEN OUTPUT PRINT-OUT
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'
              DISPLAY '** PRINT-OUT: ' WS-PRINT-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           MOVE WS-FROM-DATE TO WS-H1-FROM-DATE
           MOVE WS-TO-DATE TO WS-H1-TO-DATE
           MOVE WS-HEADER1-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-HEADER2-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

       1500-READ-PARM-IN.
      *    A keyed from and to date reports any window; without one
      *    the report covers the week up to the current business
      *    date.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** JOBMPARM FILE IS NOT OK **'
                 MOVE '1500-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF JM-FROM-DATE NUMERIC AND JM-TO-DATE NUMERIC
                    AND JM-FROM-DATE NOT = ZEROS
                    AND JM-FROM-DATE NOT > JM-TO-DATE
                    MOVE JM-FROM-DATE TO WS-FROM-DATE
                    MOVE JM-TO-DATE TO WS-TO-DATE
                    MOVE 'Y' TO WS-RANGE-KEYED
                 ELSE
                    DISPLAY '** JOBMPARM DATES INVALID - DEFAULT '
                       'WINDOW USED **'
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       1600-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              DISPLAY '** NO RUN CONTROL AND NO DATES KEYED - '
                 'NOTHING TO REPORT **'
              MOVE '1600-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT RUNCTL-OK
              DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
              MOVE '1600-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ RUNCTL-IN
              AT END SET RUNCTL-EOF TO TRUE
           END-READ
           IF RUNCTL-OK
              MOVE RC-BUSINESS-DATE TO WS-TO-DATE
           END-IF
           CLOSE RUNCTL-IN.

       1700-DEFAULT-WINDOW.
      *    The window opens on the seventh calendar date back from
      *    the business date. The last seven dates read are kept in a
      *    ring so no date arithmetic is needed; with no calendar
      *    only the business date itself is reported.
           MOVE WS-TO-DATE TO WS-FROM-DATE
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR FILE IS NOT OK **'
                 MOVE '1700-DEFAULT-WINDOW' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1710-NOTE-ONE-DATE UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
              IF WS-WINDOW-COUNT NOT < WS-WINDOW-DAYS
                 DIVIDE WS-WINDOW-COUNT BY WS-WINDOW-DAYS
                    GIVING WS-WINDOW-QUOT REMAINDER WS-WINDOW-SLOT
                 ADD 1 TO WS-WINDOW-SLOT
                 MOVE WS-WINDOW-DATE(WS-WINDOW-SLOT) TO WS-FROM-DATE
              ELSE
                 IF WS-WINDOW-COUNT > 0
                    MOVE WS-WINDOW-DATE(1) TO WS-FROM-DATE
                 END-IF
              END-IF
           END-IF.

       1710-NOTE-ONE-DATE.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK AND CAL-DATE NOT > WS-TO-DATE
              DIVIDE WS-WINDOW-COUNT BY WS-WINDOW-DAYS
                 GIVING WS-WINDOW-QUOT REMAINDER WS-WINDOW-SLOT
              ADD 1 TO WS-WINDOW-SLOT
              MOVE CAL-DATE TO WS-WINDOW-DATE(WS-WINDOW-SLOT)
              ADD 1 TO WS-WINDOW-COUNT
           END-IF.

       2000-LOAD-RUN-LISTS.
           OPEN INPUT JOBLIST-IN
           IF JOBLIST-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT JOBLIST-OK
                 DISPLAY '** JOBLIST FILE IS NOT OK **'
                 MOVE '2000-LOAD-RUN-LISTS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2100-LOAD-ONE-ENTRY UNTIL JOBLIST-EOF
              CLOSE JOBLIST-IN
           END-IF.

       2100-LOAD-ONE-ENTRY.
           READ JOBLIST-IN
              AT END CONTINUE
           END-READ
           IF JOBLIST-OK
              AND JL-BUSINESS-DATE NOT < WS-FROM-DATE
              AND JL-BUSINESS-DATE NOT > WS-TO-DATE
              IF DT-ENTRIES = 500
                 DISPLAY '** DUE JOB TABLE FULL **'
                 MOVE '2100-LOAD-ONE-ENTRY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO DT-ENTRIES
              SET DT TO DT-ENTRIES
              MOVE JL-BUSINESS-DATE TO DT-BUSINESS-DATE(DT)
              MOVE JL-RUN-NUMBER TO DT-RUN-NUMBER(DT)
              MOVE JL-JOB-NAME TO DT-JOB-NAME(DT)
              MOVE JL-FREQUENCY TO DT-FREQUENCY(DT)
              MOVE JL-ACTION TO DT-ACTION(DT)
              MOVE 'N' TO DT-RAN(DT)
              MOVE 9999 TO DT-BEST-RC(DT)
           END-IF.

       2500-MATCH-RUN-LOG.
      *    A job counts as run when a step-90 entry for its run list
      *    ended at 4 or under; a rerun that succeeds clears an
      *    earlier failure. The scheduler's own chain step is noted
      *    by business date for the missing-day check.
           OPEN INPUT RUNLOG-IN
           IF RUNLOG-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT RUNLOG-OK
                 DISPLAY '** RUNLOG FILE IS NOT OK **'
                 MOVE '2500-MATCH-RUN-LOG' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 2600-MATCH-ONE-ENTRY UNTIL RUNLOG-EOF
              CLOSE RUNLOG-IN
           END-IF.

       2600-MATCH-ONE-ENTRY.
           READ RUNLOG-IN
              AT END CONTINUE
           END-READ
           IF RUNLOG-OK
              IF RL-STEP-NUMBER = 90
                 PERFORM 2700-MATCH-DUE-JOB
                    VARYING DT FROM 1 BY 1 UNTIL DT > DT-ENTRIES
              END-IF
              IF RL-STEP-NUMBER < 90
                 AND RL-PROGRAM-ID = 'JOBSCHED'
                 AND RL-RUN-DATE NOT < WS-FROM-DATE
                 AND RL-RUN-DATE NOT > WS-TO-DATE
                 PERFORM 2800-NOTE-SCHEDULER-DAY
              END-IF
           END-IF.

       2700-MATCH-DUE-JOB.
           IF DT-RUN-NUMBER(DT) = RL-RUN-NUMBER
              AND DT-JOB-NAME(DT) = RL-PROGRAM-ID
              IF RL-RETURN-CODE < DT-BEST-RC(DT)
                 MOVE RL-RETURN-CODE TO DT-BEST-RC(DT)
              END-IF
              IF RL-RETURN-CODE NOT > 4
                 MOVE 'Y' TO DT-RAN(DT)
              END-IF
           END-IF.

       2800-NOTE-SCHEDULER-DAY.
           SET SX TO 1
           SEARCH WS-SCHED-ENTRY
              AT END
                 IF SX-ENTRIES = 500
                    DISPLAY '** SCHEDULER DAY TABLE FULL **'
                    MOVE '2800-NOTE-SCHEDULER-DAY' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO SX-ENTRIES
                 SET SX TO SX-ENTRIES
                 MOVE RL-RUN-DATE TO SX-BUSINESS-DATE(SX)
              WHEN SX-BUSINESS-DATE(SX) = RL-RUN-DATE
                 CONTINUE
           END-SEARCH.

       3000-REPORT-MISSED-JOBS.
           PERFORM 3100-REPORT-ONE-DUE-JOB
              VARYING DT FROM 1 BY 1 UNTIL DT > DT-ENTRIES
           IF WS-MISSED-COUNT = 0
              MOVE WS-NO-DATA-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       3100-REPORT-ONE-DUE-JOB.
           ADD 1 TO WS-DUE-COUNT
           IF DT-HAS-RUN(DT)
              ADD 1 TO WS-RAN-COUNT
           ELSE
              ADD 1 TO WS-MISSED-COUNT
              MOVE DT-BUSINESS-DATE(DT) TO WS-DET-DATE
              MOVE DT-RUN-NUMBER(DT) TO WS-DET-RUN
              MOVE DT-JOB-NAME(DT) TO WS-DET-JOB
              MOVE DT-FREQUENCY(DT) TO WS-DET-FREQUENCY
              IF DT-RELEASED(DT)
                 MOVE 'RELEASE' TO WS-DET-ACTION
              ELSE
                 MOVE 'EXECUTE' TO WS-DET-ACTION
              END-IF
              EVALUATE TRUE
                 WHEN DT-BEST-RC(DT) NOT = 9999
                    MOVE DT-BEST-RC(DT) TO WS-FAILED-RC
                    MOVE WS-FAILED-STATUS TO WS-DET-STATUS
                 WHEN DT-RELEASED(DT)
                    MOVE 'RELEASED - NOT SUBMITTED' TO WS-DET-STATUS
                 WHEN OTHER
                    MOVE 'NOT RUN' TO WS-DET-STATUS
              END-EVALUATE
              MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           END-IF.

       4000-CHECK-SCHEDULER-DAYS.
      *    A working day in the window with no scheduler step means
      *    nothing was even considered for it - no run list exists to
      *    report missed jobs from.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE WS-SCHED-HEADER TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE "00" TO WS-CALENDAR-STATUS
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              MOVE 'N' TO WS-CALENDAR-PRESENT
              MOVE WS-NO-CALENDAR-MSG TO PRINT-OUT-RECORD
              WRITE PRINT-OUT-RECORD
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR FILE IS NOT OK **'
                 MOVE '4000-CHECK-SCHEDULER-DAYS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 4100-CHECK-ONE-DAY UNTIL CALENDAR-EOF
              CLOSE CALENDAR-IN
           END-IF.

       4100-CHECK-ONE-DAY.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              AND CAL-WORKING-DAY
              AND CAL-DATE NOT < WS-FROM-DATE
              AND CAL-DATE NOT > WS-TO-DATE
              SET SX TO 1
              SEARCH WS-SCHED-ENTRY
                 AT END
                    ADD 1 TO WS-NO-SCHED-COUNT
                    MOVE CAL-DATE TO WS-SCH-DATE
                    MOVE WS-SCHED-LINE TO PRINT-OUT-RECORD
                    WRITE PRINT-OUT-RECORD
                 WHEN SX-BUSINESS-DATE(SX) = CAL-DATE
                    CONTINUE
              END-SEARCH
           END-IF.

       5000-END-PROCESS.
           MOVE SPACES TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'JOBS DUE:' TO WS-TOT-LABEL
           MOVE WS-DUE-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'JOBS RUN:' TO WS-TOT-LABEL
           MOVE WS-RAN-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'JOBS MISSED:' TO WS-TOT-LABEL
           MOVE WS-MISSED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD
           MOVE 'DAYS WITHOUT SCHEDULER:' TO WS-TOT-LABEL
           MOVE WS-NO-SCHED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           CLOSE PRINT-OUT

           DISPLAY 'JOBS DUE ' WS-FROM-DATE ' TO ' WS-TO-DATE ': '
              WS-DUE-COUNT ' MISSED: ' WS-MISSED-COUNT
           IF WS-MISSED-COUNT > 0 OR WS-NO-SCHED-COUNT > 0
              DISPLAY '** SCHEDULED JOBS MISSED - SEE JOBMPRT **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'JOBMISS' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
