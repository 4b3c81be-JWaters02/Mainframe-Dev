       IDENTIFICATION DIVISION.
       PROGRAM-ID.   JOBSCHED.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : JOB SCHEDULER                                   *
      *                                                                *
      *  Function    : NIGHTLY SCHEDULER STEP. READS THE JOBSCHD       *
      *                SCHEDULE MASTER AND PLACES THE BUSINESS DATE ON *
      *                THE CALENDAR, THEN RUNS EACH ACTIVE JOB WHOSE   *
      *                FREQUENCY RULE FALLS DUE TONIGHT - DAILY, ON    *
      *                THE FISCAL WEEK-END, PERIOD-END OR YEAR-END, ON *
      *                THE NTH WORKING DAY OF THE MONTH OR ON A GIVEN  *
      *                WEEKDAY - OR RELEASES IT FOR OPERATIONS TO      *
      *                SUBMIT. EVERY JOB DUE IS WRITTEN TO THE JOBLIST *
      *                RUN LIST AND EVERY JOB RUN OR RELEASED TO       *
      *                RUNLOG AS STEP 90 OR 91. WITH A SCHDPARM OF RUN *
      *                AND A JOB NAME IT RUNS ONE JOB RELEASED ON AN   *
      *                EARLIER RUN LIST.                               *
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
           SELECT PARM-IN ASSIGN TO SCHDPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT CALENDAR-IN ASSIGN TO CALENDAR
           FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT SCHEDULE-IN ASSIGN TO JOBSCHD
           FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT JOBLIST-FILE ASSIGN TO JOBLIST
           FILE STATUS IS WS-JOBLIST-STATUS.
           SELECT RUN-LOG ASSIGN TO RUNLOG
           FILE STATUS IS WS-RUNLOG-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 12 CHARACTERS.
       01 PARM-IN-RECORD.
          05 SP-ACTION                      PIC X(4).
          05 SP-JOB-NAME                    PIC X(8).
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
       FD SCHEDULE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY JOBSCHDR.
      *
       FD JOBLIST-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 23 CHARACTERS.
           COPY JOBLISTR.
      *
       FD RUN-LOG
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
           COPY RUNLOGR.
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
       01 WS-SCHEDULE-STATUS                PIC X(2).
          88 SCHEDULE-OK                    VALUE "00".
          88 SCHEDULE-EOF                   VALUE "10".
          88 SCHEDULE-NOT-FOUND             VALUE "35".
       01 WS-JOBLIST-STATUS                 PIC X(2).
          88 JOBLIST-OK                     VALUE "00".
          88 JOBLIST-EOF                    VALUE "10".
          88 JOBLIST-NOT-FOUND              VALUE "35".
       01 WS-RUNLOG-STATUS                  PIC X(2).
          88 RUNLOG-OK                      VALUE "00".
          88 RUNLOG-NOT-FOUND               VALUE "35".
       01 WS-ACTION                         PIC X(4) VALUE 'NGHT'.
          88 ACTION-NIGHTLY                 VALUE 'NGHT'.
          88 ACTION-RUN                     VALUE 'RUN '.
       01 WS-DAY-FOUND                      PIC X VALUE 'N'.
          88 DAY-FOUND                      VALUE 'Y'.
       01 WS-NEXT-SEEN                      PIC X VALUE 'N'.
          88 NEXT-SEEN                      VALUE 'Y'.
       01 WS-WORKING                        PIC X VALUE 'N'.
          88 WORKING-DAY                    VALUE 'Y'.
       01 WS-WEEK-END                       PIC X VALUE 'N'.
          88 WEEK-END-DAY                   VALUE 'Y'.
       01 WS-PERIOD-END                     PIC X VALUE 'N'.
          88 PERIOD-END-DAY                 VALUE 'Y'.
       01 WS-YEAR-END                       PIC X VALUE 'N'.
          88 YEAR-END-DAY                   VALUE 'Y'.
       01 WS-LIST-BUILT                     PIC X VALUE 'N'.
          88 LIST-BUILT                     VALUE 'Y'.
       01 WS-JOB-DUE                        PIC X VALUE 'N'.
          88 JOB-DUE                        VALUE 'Y'.
       01 WS-RELEASE-FOUND                  PIC X VALUE 'N'.
          88 RELEASE-FOUND                  VALUE 'Y'.
      *
      * Run and calendar state...
      *
       01 WS-RUN-NUMBER                     PIC 9(5) VALUE 0.
       01 WS-BUSINESS-DATE                  PIC 9(8) VALUE 0.
       01 WS-BUSINESS-DATE-RED REDEFINES WS-BUSINESS-DATE.
          05 WS-BUSINESS-MONTH              PIC 9(6).
          05 FILLER                         PIC 9(2).
       01 WS-SCAN-DATE                      PIC 9(8) VALUE 0.
       01 WS-SCAN-DATE-RED REDEFINES WS-SCAN-DATE.
          05 WS-SCAN-MONTH                  PIC 9(6).
          05 FILLER                         PIC 9(2).
       01 WS-FISCAL-YEAR                    PIC 9(4) VALUE 0.
       01 WS-WORKING-DAY-NO                 PIC 9(2) VALUE 0.
       01 WS-DOW                            PIC 9(1) VALUE 0.
      *
      * Job being run and what it is recorded against...
      *
       01 WS-JOB-NAME                       PIC X(8) VALUE SPACES.
       01 WS-JOB-RETURN-CODE                PIC S9(4) COMP.
       01 WS-LOG-RUN-NUMBER                 PIC 9(5) VALUE 0.
       01 WS-LOG-DATE                       PIC 9(8) VALUE 0.
       01 WS-LOG-STEP                       PIC 9(2) VALUE 0.
       01 WS-SCHEDULED-STEP                 PIC 9(2) VALUE 90.
       01 WS-RELEASED-STEP                  PIC 9(2) VALUE 91.
       01 WS-HIGHEST-RC                     PIC S9(4) COMP VALUE 0.
       01 WS-FINAL-RC                       PIC S9(4) COMP VALUE 0.
      *
      * Counters...
      *
       01 WS-DUE-COUNT                      PIC 9(3) VALUE 0.
       01 WS-EXECUTED-COUNT                 PIC 9(3) VALUE 0.
       01 WS-RELEASED-COUNT                 PIC 9(3) VALUE 0.
       01 WS-FAILED-COUNT                   PIC 9(3) VALUE 0.
      *
      * Step timing, as DRIVER times its steps...
      *
       01 WS-STEP-START-TIME                PIC 9(8) VALUE 0.
       01 WS-STEP-END-TIME                  PIC 9(8) VALUE 0.
       01 WS-STEP-ELAPSED                   PIC S9(9) VALUE 0.
       01 WS-TIME-WORK                      PIC 9(8) VALUE 0.
       01 WS-TIME-WORK-RED                   REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH                     PIC 99.
          05 WS-TIME-MM                     PIC 99.
          05 WS-TIME-SS                     PIC 99.
          05 WS-TIME-CC                     PIC 99.
       01 WS-TIME-HUNDREDTHS                PIC 9(9) VALUE 0.
       01 WS-START-HUNDREDTHS               PIC 9(9) VALUE 0.
       01 WS-END-HUNDREDTHS                 PIC 9(9) VALUE 0.
      *
      * Day of the week by Zeller's congruence, as DOWRPT works it...
      *
       01 WS-WORK-DATE                      PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
          05 WS-WORK-CCYY                   PIC 9(4).
          05 WS-WORK-MM                     PIC 99.
          05 WS-WORK-DD                     PIC 99.
       01 WS-ZL-MONTH                       PIC 9(2) VALUE 0.
       01 WS-ZL-YEAR                        PIC 9(4) VALUE 0.
       01 WS-ZL-CENTURY                     PIC 9(2) VALUE 0.
       01 WS-ZL-YEAR-OF-CENT                PIC 9(2) VALUE 0.
       01 WS-ZL-MONTH-TERM                  PIC 9(3) VALUE 0.
       01 WS-ZL-YEAR-TERM                   PIC 9(2) VALUE 0.
       01 WS-ZL-CENT-TERM                   PIC 9(2) VALUE 0.
       01 WS-ZL-SUM                         PIC 9(4) VALUE 0.
       01 WS-ZL-QUOT                        PIC 9(4) VALUE 0.
       01 WS-ZL-DAY                         PIC 9(1) VALUE 0.
      *
       COPY ERRLOGL.
       COPY WARNLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           IF ACTION-RUN
              PERFORM 4000-RUN-RELEASED-JOB
           ELSE
              PERFORM 2000-BUILD-RUN-LIST
           END-IF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1100-READ-PARM-IN

           PERFORM 1200-READ-RUN-CONTROL

           IF ACTION-NIGHTLY
              PERFORM 1300-RESOLVE-CALENDAR
              PERFORM 1400-CHECK-LIST-BUILT
           END-IF.

       1100-READ-PARM-IN.
      *    No parameter is the nightly scheduler step. RUN with a job
      *    name submits one job released on an earlier run list.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** SCHDPARM FILE IS NOT OK **'
                 MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF SP-ACTION = 'RUN ' OR SP-ACTION = 'NGHT'
                    MOVE SP-ACTION TO WS-ACTION
                 ELSE
                    IF SP-ACTION NOT = SPACES
                       DISPLAY '** SCHDPARM ACTION ' SP-ACTION
                          ' IS INVALID **'
                       MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                 END-IF
                 IF ACTION-RUN AND SP-JOB-NAME = SPACES
                    DISPLAY '** SCHDPARM RUN NAMES NO JOB **'
                    MOVE '1100-READ-PARM-IN' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       1200-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-NOT-FOUND
              DISPLAY '** NO RUN CONTROL - NO RUN TO SCHEDULE FOR **'
              MOVE '1200-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           IF NOT RUNCTL-OK
              DISPLAY '** RUNCTL-IN FILE IS NOT OK **'
              MOVE '1200-READ-RUN-CONTROL' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           READ RUNCTL-IN
              AT END SET RUNCTL-EOF TO TRUE
           END-READ
           IF RUNCTL-OK
              MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
              MOVE RC-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-IF
           CLOSE RUNCTL-IN.

       1300-RESOLVE-CALENDAR.
      *    Tonight's date is placed on the calendar: its day type and
      *    week-end and period-end markers, which working day of the
      *    month it is, and - from the day after - whether the
      *    period it closes is the last of the fiscal year.
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           PERFORM 8200-DAY-OF-WEEK
           OPEN INPUT CALENDAR-IN
           IF CALENDAR-NOT-FOUND
              DISPLAY '** WARNING: NO CALENDAR - ONLY DAILY AND '
                 'WEEKDAY JOBS CAN FALL DUE **'
              MOVE 'NO CALENDAR - ONLY DAILY AND WEEKDAY JOBS DUE'
                 TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           ELSE
              IF NOT CALENDAR-OK
                 DISPLAY '** CALENDAR FILE IS NOT OK **'
                 MOVE '1300-RESOLVE-CALENDAR' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1310-SCAN-ONE-DAY
                 UNTIL CALENDAR-EOF OR NEXT-SEEN
              CLOSE CALENDAR-IN
              IF NOT DAY-FOUND
                 DISPLAY '** WARNING: BUSINESS DATE '
                    WS-BUSINESS-DATE ' NOT ON THE CALENDAR **'
                 MOVE 'BUSINESS DATE NOT ON CALENDAR'
                    TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
              END-IF
           END-IF
           DISPLAY 'JOBSCHED: BUSINESS DATE ' WS-BUSINESS-DATE
              ' WEEKDAY ' WS-DOW ' WORKING DAY ' WS-WORKING-DAY-NO
              ' WEEK-END ' WS-WEEK-END ' PERIOD-END ' WS-PERIOD-END
              ' YEAR-END ' WS-YEAR-END.

       1310-SCAN-ONE-DAY.
           READ CALENDAR-IN
              AT END CONTINUE
           END-READ
           IF CALENDAR-OK
              IF DAY-FOUND
                 MOVE 'Y' TO WS-NEXT-SEEN
                 IF PERIOD-END-DAY
                    AND CAL-FISCAL-YEAR NOT = WS-FISCAL-YEAR
                    MOVE 'Y' TO WS-YEAR-END
                 END-IF
              ELSE
                 MOVE CAL-DATE TO WS-SCAN-DATE
                 IF WS-SCAN-MONTH = WS-BUSINESS-MONTH
                    AND CAL-DATE NOT > WS-BUSINESS-DATE
                    AND CAL-WORKING-DAY
                    ADD 1 TO WS-WORKING-DAY-NO
                 END-IF
                 IF CAL-DATE = WS-BUSINESS-DATE
                    MOVE 'Y' TO WS-DAY-FOUND
                    MOVE CAL-FISCAL-YEAR TO WS-FISCAL-YEAR
                    IF CAL-WORKING-DAY
                       MOVE 'Y' TO WS-WORKING
                    END-IF
                    IF CAL-IS-WEEK-END
                       MOVE 'Y' TO WS-WEEK-END
                    END-IF
                    IF CAL-IS-PERIOD-END
                       MOVE 'Y' TO WS-PERIOD-END
                    END-IF
                 END-IF
              END-IF
           END-IF.

       1400-CHECK-LIST-BUILT.
      *    The run list is built once per run - a second scheduler
      *    step for the same run would repeat the purges.
           OPEN INPUT JOBLIST-FILE
           IF JOBLIST-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT JOBLIST-OK
                 DISPLAY '** JOBLIST FILE IS NOT OK **'
                 MOVE '1400-CHECK-LIST-BUILT' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1410-CHECK-ONE-ENTRY
                 UNTIL JOBLIST-EOF OR LIST-BUILT
              CLOSE JOBLIST-FILE
           END-IF.

       1410-CHECK-ONE-ENTRY.
           READ JOBLIST-FILE
              AT END CONTINUE
           END-READ
           IF JOBLIST-OK
              IF JL-RUN-NUMBER = WS-RUN-NUMBER
                 MOVE 'Y' TO WS-LIST-BUILT
              END-IF
           END-IF.

       2000-BUILD-RUN-LIST.
           IF LIST-BUILT
              DISPLAY '** RUN LIST FOR RUN ' WS-RUN-NUMBER
                 ' ALREADY BUILT - NOTHING SCHEDULED **'
              MOVE 'RUN LIST ALREADY BUILT - NOTHING SCHEDULED'
                 TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
              MOVE 4 TO WS-FINAL-RC
           ELSE
              OPEN INPUT SCHEDULE-IN
              IF SCHEDULE-NOT-FOUND
                 DISPLAY '** WARNING: NO JOB SCHEDULE MASTER - '
                    'NOTHING SCHEDULED **'
                 MOVE 'NO JOB SCHEDULE MASTER - NOTHING SCHEDULED'
                    TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
              ELSE
                 IF NOT SCHEDULE-OK
                    DISPLAY '** JOBSCHD FILE IS NOT OK **'
                    MOVE '2000-BUILD-RUN-LIST' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 MOVE WS-RUN-NUMBER TO WS-LOG-RUN-NUMBER
                 MOVE WS-BUSINESS-DATE TO WS-LOG-DATE
                 PERFORM 2100-SCHEDULE-ONE-JOB UNTIL SCHEDULE-EOF
                 CLOSE SCHEDULE-IN
              END-IF
           END-IF.

       2100-SCHEDULE-ONE-JOB.
           READ SCHEDULE-IN
              AT END CONTINUE
           END-READ
           IF SCHEDULE-OK AND JS-IS-ACTIVE
              PERFORM 2200-TEST-DUE
              IF JOB-DUE
                 ADD 1 TO WS-DUE-COUNT
                 PERFORM 2300-WRITE-RUN-LIST-ENTRY
                 MOVE JS-JOB-NAME TO WS-JOB-NAME
                 IF JS-RELEASE
                    PERFORM 2500-RELEASE-JOB
                 ELSE
                    PERFORM 5000-EXECUTE-JOB
                 END-IF
              END-IF
           END-IF.

       2200-TEST-DUE.
           MOVE 'N' TO WS-JOB-DUE
           EVALUATE TRUE
              WHEN JS-DAILY
                 MOVE 'Y' TO WS-JOB-DUE
              WHEN JS-WEEK-END
                 IF WEEK-END-DAY
                    MOVE 'Y' TO WS-JOB-DUE
                 END-IF
              WHEN JS-PERIOD-END
                 IF PERIOD-END-DAY
                    MOVE 'Y' TO WS-JOB-DUE
                 END-IF
              WHEN JS-YEAR-END
                 IF YEAR-END-DAY
                    MOVE 'Y' TO WS-JOB-DUE
                 END-IF
              WHEN JS-NTH-WORKING-DAY
                 IF WORKING-DAY AND JS-FREQ-DAY NUMERIC
                    AND WS-WORKING-DAY-NO = JS-FREQ-DAY
                    MOVE 'Y' TO WS-JOB-DUE
                 END-IF
              WHEN JS-WEEKDAY
                 IF JS-FREQ-DAY NUMERIC AND WS-DOW = JS-FREQ-DAY
                    MOVE 'Y' TO WS-JOB-DUE
                 END-IF
              WHEN OTHER
                 DISPLAY '** WARNING: JOB ' JS-JOB-NAME
                    ' HAS AN UNKNOWN FREQUENCY RULE '
                    JS-FREQUENCY ' - NOT SCHEDULED **'
                 MOVE 'SCHEDULE ENTRY WITH UNKNOWN FREQUENCY RULE'
                    TO WL-WARNING-TEXT
                 PERFORM 9800-LOG-WARNING
           END-EVALUATE.

       2300-WRITE-RUN-LIST-ENTRY.
           OPEN EXTEND JOBLIST-FILE
           IF JOBLIST-NOT-FOUND
              OPEN OUTPUT JOBLIST-FILE
           END-IF
           IF NOT JOBLIST-OK
              DISPLAY '** JOBLIST FILE IS NOT OK **'
              MOVE '2300-WRITE-RUN-LIST-ENTRY' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-BUSINESS-DATE TO JL-BUSINESS-DATE
           MOVE WS-RUN-NUMBER TO JL-RUN-NUMBER
           MOVE JS-JOB-NAME TO JL-JOB-NAME
           MOVE JS-FREQUENCY TO JL-FREQUENCY
           IF JS-RELEASE
              MOVE 'R' TO JL-ACTION
           ELSE
              MOVE 'E' TO JL-ACTION
           END-IF
           WRITE JOB-LIST-RECORD
           CLOSE JOBLIST-FILE.

       2500-RELEASE-JOB.
      *    A released job is recorded at once so the run list shows
      *    it was handed over; it counts as run only when operations
      *    submit it through JOBSCHED RUN.
           ADD 1 TO WS-RELEASED-COUNT
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK TO WS-STEP-START-TIME
           MOVE WS-TIME-WORK TO WS-STEP-END-TIME
           MOVE 0 TO WS-STEP-ELAPSED
           MOVE 0 TO WS-JOB-RETURN-CODE
           MOVE WS-RELEASED-STEP TO WS-LOG-STEP
           PERFORM 5100-WRITE-RUN-LOG
           DISPLAY 'JOBSCHED: ' WS-JOB-NAME ' RELEASED - SUBMIT '
              'THROUGH JOBSCHED RUN'.

       3000-END-PROCESS.
           DISPLAY 'JOBS DUE: ' WS-DUE-COUNT
           DISPLAY 'JOBS EXECUTED: ' WS-EXECUTED-COUNT
           DISPLAY 'JOBS RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'JOBS FAILED: ' WS-FAILED-COUNT

           IF WS-FAILED-COUNT > 0
              DISPLAY '** SCHEDULED JOBS FAILED - SEE RUNLOG **'
              IF WS-FINAL-RC < 4
                 MOVE 4 TO WS-FINAL-RC
              END-IF
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE.

       4000-RUN-RELEASED-JOB.
      *    Only a job on a run list as released is taken, and it is
      *    recorded against the run and date that released it so the
      *    missed-jobs report can match it up.
           MOVE SP-JOB-NAME TO WS-JOB-NAME
           OPEN INPUT JOBLIST-FILE
           IF JOBLIST-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT JOBLIST-OK
                 DISPLAY '** JOBLIST FILE IS NOT OK **'
                 MOVE '4000-RUN-RELEASED-JOB' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 4010-FIND-ONE-RELEASE UNTIL JOBLIST-EOF
              CLOSE JOBLIST-FILE
           END-IF
           IF RELEASE-FOUND
              DISPLAY 'JOBSCHED: RUNNING ' WS-JOB-NAME
                 ' RELEASED BY RUN ' WS-LOG-RUN-NUMBER
              PERFORM 5000-EXECUTE-JOB
           ELSE
              DISPLAY '** ' WS-JOB-NAME ' HAS NOT BEEN RELEASED '
                 'ON ANY RUN LIST - NOT RUN **'
              MOVE 8 TO WS-FINAL-RC
           END-IF.

       4010-FIND-ONE-RELEASE.
           READ JOBLIST-FILE
              AT END CONTINUE
           END-READ
           IF JOBLIST-OK
              IF JL-JOB-NAME = WS-JOB-NAME AND JL-RELEASED
                 MOVE 'Y' TO WS-RELEASE-FOUND
                 MOVE JL-RUN-NUMBER TO WS-LOG-RUN-NUMBER
                 MOVE JL-BUSINESS-DATE TO WS-LOG-DATE
              END-IF
           END-IF.

       5000-EXECUTE-JOB.
           ADD 1 TO WS-EXECUTED-COUNT
           DISPLAY 'JOBSCHED: RUNNING ' WS-JOB-NAME
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK TO WS-STEP-START-TIME
           PERFORM 5200-TIME-TO-HUNDREDTHS
           MOVE WS-TIME-HUNDREDTHS TO WS-START-HUNDREDTHS

           EVALUATE WS-JOB-NAME
              WHEN 'HISTPURG'
                 CALL 'HISTPURG'
              WHEN 'CTLPURGE'
                 CALL 'CTLPURGE'
              WHEN 'PTDCLOSE'
                 CALL 'PTDCLOSE'
              WHEN 'YEARCLSE'
                 CALL 'YEARCLSE'
              WHEN 'DORMRPT'
                 CALL 'DORMRPT'
              WHEN 'RTNSRPT'
                 CALL 'RTNSRPT'
              WHEN 'DQSCORE'
                 CALL 'DQSCORE'
              WHEN 'PRCSIM'
                 CALL 'PRCSIM'
              WHEN 'REMITAGE'
                 CALL 'REMITAGE'
              WHEN 'STKRPT'
                 CALL 'STKRPT'
              WHEN 'MNTREG'
                 CALL 'MNTREG'
              WHEN 'EXCREG'
                 CALL 'EXCREG'
              WHEN OTHER
                 DISPLAY '** ' WS-JOB-NAME ' IS NOT A SCHEDULABLE '
                    'JOB **'
                 MOVE 16 TO RETURN-CODE
           END-EVALUATE
           MOVE RETURN-CODE TO WS-JOB-RETURN-CODE
           MOVE 0 TO RETURN-CODE

           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK TO WS-STEP-END-TIME
           PERFORM 5200-TIME-TO-HUNDREDTHS
           MOVE WS-TIME-HUNDREDTHS TO WS-END-HUNDREDTHS
           COMPUTE WS-STEP-ELAPSED =
              WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           IF WS-STEP-ELAPSED < 0
              ADD 8640000 TO WS-STEP-ELAPSED
           END-IF
           MOVE WS-SCHEDULED-STEP TO WS-LOG-STEP
           PERFORM 5100-WRITE-RUN-LOG

           IF WS-JOB-RETURN-CODE > 4
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY '** ' WS-JOB-NAME ' ENDED WITH RETURN CODE '
                 WS-JOB-RETURN-CODE ' **'
              MOVE SPACES TO WL-WARNING-TEXT
              STRING 'SCHEDULED JOB ' DELIMITED BY SIZE
                 WS-JOB-NAME DELIMITED BY SPACE
                 ' FAILED' DELIMITED BY SIZE
                 INTO WL-WARNING-TEXT
              END-STRING
              PERFORM 9800-LOG-WARNING
           END-IF
           IF WS-JOB-RETURN-CODE > WS-HIGHEST-RC
              MOVE WS-JOB-RETURN-CODE TO WS-HIGHEST-RC
           END-IF.

       5100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF RUNLOG-NOT-FOUND
              OPEN OUTPUT RUN-LOG
           END-IF
           IF NOT RUNLOG-OK
              DISPLAY '** RUN-LOG FILE IS NOT OK **'
              MOVE '5100-WRITE-RUN-LOG' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-LOG-RUN-NUMBER TO RL-RUN-NUMBER
           MOVE WS-LOG-STEP TO RL-STEP-NUMBER
           MOVE WS-JOB-NAME TO RL-PROGRAM-ID
           MOVE WS-LOG-DATE TO RL-RUN-DATE
           MOVE WS-STEP-START-TIME TO RL-START-TIME
           MOVE WS-STEP-END-TIME TO RL-END-TIME
           MOVE WS-STEP-ELAPSED TO RL-ELAPSED-HUNDREDTHS
           MOVE WS-JOB-RETURN-CODE TO RL-RETURN-CODE
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.

       5200-TIME-TO-HUNDREDTHS.
           COMPUTE WS-TIME-HUNDREDTHS =
              (((WS-TIME-HH * 60) + WS-TIME-MM) * 60 + WS-TIME-SS)
              * 100 + WS-TIME-CC.

       8200-DAY-OF-WEEK.
      *    Zeller's congruence on the work date, January and February
      *    counting as months 13 and 14 of the year before; the
      *    result is turned round to 1 for Monday through 7 for
      *    Sunday.
           MOVE WS-WORK-MM TO WS-ZL-MONTH
           MOVE WS-WORK-CCYY TO WS-ZL-YEAR
           IF WS-ZL-MONTH < 3
              ADD 12 TO WS-ZL-MONTH
              SUBTRACT 1 FROM WS-ZL-YEAR
           END-IF
           DIVIDE WS-ZL-YEAR BY 100
              GIVING WS-ZL-CENTURY REMAINDER WS-ZL-YEAR-OF-CENT
           COMPUTE WS-ZL-MONTH-TERM = 13 * (WS-ZL-MONTH + 1)
           DIVIDE WS-ZL-MONTH-TERM BY 5 GIVING WS-ZL-MONTH-TERM
           DIVIDE WS-ZL-YEAR-OF-CENT BY 4 GIVING WS-ZL-YEAR-TERM
           DIVIDE WS-ZL-CENTURY BY 4 GIVING WS-ZL-CENT-TERM
           COMPUTE WS-ZL-SUM = WS-WORK-DD + WS-ZL-MONTH-TERM
              + WS-ZL-YEAR-OF-CENT + WS-ZL-YEAR-TERM
              + WS-ZL-CENT-TERM + (5 * WS-ZL-CENTURY) + 5
           DIVIDE WS-ZL-SUM BY 7
              GIVING WS-ZL-QUOT REMAINDER WS-ZL-DAY
           COMPUTE WS-DOW = WS-ZL-DAY + 1.

       9800-LOG-WARNING.
           MOVE 'JOBSCHED' TO WL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO WL-RUN-NUMBER
           MOVE WS-BUSINESS-DATE TO WL-BUSINESS-DATE
           CALL 'WARNLOG' USING WARNLOG-PARM.

       9999-ABEND.
           MOVE 'JOBSCHED' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
