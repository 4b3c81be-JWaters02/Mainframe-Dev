           FILE STATUS IS WS-GATE-STATUS.
           SELECT CTL-TOTALS ASSIGN TO CTLTOTS
           FILE STATUS IS WS-CTL-STATUS.
           SELECT SIGNOFF-FILE ASSIGN TO SIGNOFF
           FILE STATUS IS WS-SIGNOFF-STATUS.
           SELECT OPER-IN ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-OPER-IN-STATUS.
      *
       DATA DIVISION.
      *
       FD DRIVER-PARM
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 25 CHARACTERS.
       01 DRIVER-PARM-RECORD.
           05 DP-RUN-FROM-STEP               PIC 9(2).
           05 DP-RUN-ONLY-STEP               PIC 9(2).
           05 DP-PARALLEL-REPORTS            PIC X(1).
           05 DP-TRIAL-MODE                  PIC X(1).
           05 DP-BUSINESS-DATE               PIC X(8).
           05 DP-SIGNOFF-OVERRIDE            PIC X(8).
      *
       FD CALENDAR-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY CTLTOTS.
      *
       FD SIGNOFF-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 90 CHARACTERS.
           COPY SIGNOFFR.
      *
       FD OPER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-FLAG-SUB                        PIC 9(1) VALUE 0.
       01 WS-ALL-DONE                        PIC X VALUE 'Y'.
           88 ALL-STEPS-DONE                 VALUE 'Y'.
      *
      *    Masters the chain reads. They are locked against the
      *    maintenance programs from chain start until the chain
      *    completes, across any restarts in between.
      *
       01 WS-CHAIN-MASTERS-VAL               PIC X(48) VALUE
           'BRANCHESITEMMASTPARTNERSOPTMAST STOCKLDGCALENDAR'.
       01 WS-CHAIN-MASTERS REDEFINES WS-CHAIN-MASTERS-VAL.
           05 WS-CHAIN-MASTER                PIC X(8) OCCURS 6.
       01 WS-LOCK-IDX                        PIC 9(1) VALUE 0.
       01 WS-LOCK-RUN-NUMBER                 PIC 9(5) VALUE 0.
       01 WS-LOCK-REFUSED                    PIC X VALUE 'N'.
           88 LOCK-REFUSED                   VALUE 'Y'.
      *
       01 WS-SIGNOFF-STATUS                  PIC X(2).
           88 SIGNOFF-OK                     VALUE "00".
           88 SIGNOFF-EOF                    VALUE "10".
           88 SIGNOFF-NOT-FOUND              VALUE "35".
       01 WS-OPER-IN-STATUS                  PIC X(2).
           88 OPER-IN-OK                     VALUE "00".
           88 OPER-IN-NOT-FOUND              VALUE "23".
       01 WS-PREV-SIGNED                     PIC X VALUE 'N'.
           88 PREV-SIGNED                    VALUE 'Y'.
       01 WS-SIGNOFF-OVERRIDE                PIC X(8) VALUE SPACES.
       01 WS-SUPERVISOR-OK                   PIC X VALUE 'N'.
           88 SUPERVISOR-OK                  VALUE 'Y'.
      *
       COPY ERRLOGL.
       COPY WARNLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *

           PERFORM 4400-APPLY-RUN-OVERRIDES

           PERFORM 4900-CHECK-PREVIOUS-SIGNOFF

           PERFORM 4800-CLAIM-MASTER-LOCKS

           PERFORM 4300-ASSIGN-RUN-NUMBER

           IF OVERRIDE-ACTIVE
       2000-RUN-STEPS.
           IF WS-LAST-STEP = 0
              PERFORM 5005-RUN-STEP-00-PARMCHK
              PERFORM 5006-RUN-STEP-00-MSTSNAP
              PERFORM 5007-RUN-STEP-00-CYCLEMGT
              PERFORM 5008-RUN-STEP-00-DEADLNCK
           END-IF
                 PERFORM 4360-MARK-RUN-COMPLETE
                 PERFORM 4200-CLEAR-CHECKPOINT
                 PERFORM 5140-RUN-POST-DQSCORE
                 IF WEEK-END-DAY
                    PERFORM 5145-RUN-POST-MSTAUDIT
                 END-IF
                 PERFORM 5150-RUN-POST-DISTCHK
                 IF NOT TRIAL-RUN
                    PERFORM 5155-RUN-POST-JOBSCHED
                 END-IF
      *          The run-health page is advisory - a bad verdict is
      *          for the morning operator, not a reason to re-drive
      *          a chain that has already completed.
                 END-IF
              END-IF
           END-IF
      *    The masters stay locked while the chain is unfinished so
      *    maintenance cannot run between an abend and its restart.
      *    An override run only frees them when no nightly run is
      *    part-way through.
           IF (NOT OVERRIDE-ACTIVE AND WS-LAST-STEP = 13)
              OR (OVERRIDE-ACTIVE AND WS-CKPT-BASE = 0)
              PERFORM 4850-RELEASE-MASTER-LOCKS
           END-IF
           DISPLAY 'DRIVER COMPLETE - LAST STEP: ' WS-LAST-STEP.

       4000-READ-CHECKPOINT.
              END-IF
           END-IF

      *    A supervisor's operator ID keyed here lets a real run open
      *    while the previous run is still unsigned; it is vetted
      *    against OPERSEC before it is honoured.
           IF DP-SIGNOFF-OVERRIDE NOT = SPACES
              MOVE DP-SIGNOFF-OVERRIDE TO WS-SIGNOFF-OVERRIDE
              DISPLAY 'DRIVER: SIGN-OFF OVERRIDE KEYED BY '
                 WS-SIGNOFF-OVERRIDE
           END-IF

           IF DP-RUN-ONLY-STEP > 0
              MOVE 'Y' TO WS-OVERRIDE-ACTIVE
              MOVE DP-RUN-ONLY-STEP TO WS-OVERRIDE-FROM
           WRITE RUN-LOG-RECORD
           CLOSE RUN-LOG.

       4800-CLAIM-MASTER-LOCKS.
      *    Claimed before the run is opened so a refused claim leaves
      *    run control untouched. The run number stamped is the one
      *    4300 is about to open, or the current run on a restart.
           MOVE WS-RUN-NUMBER TO WS-LOCK-RUN-NUMBER
           IF WS-LAST-STEP = 0 AND NOT OVERRIDE-ACTIVE
              ADD 1 TO WS-LOCK-RUN-NUMBER
           END-IF
           MOVE 'N' TO WS-LOCK-REFUSED
           PERFORM 4810-CLAIM-ONE-MASTER
              VARYING WS-LOCK-IDX FROM 1 BY 1
              UNTIL WS-LOCK-IDX > 6 OR LOCK-REFUSED
           IF LOCK-REFUSED
              DISPLAY '** MASTER ' MK-MASTER ' IS LOCKED BY '
                 MK-HOLDER ' RUN ' MK-HOLDER-RUN ' SINCE '
                 MK-LOCK-DATE ' ' MK-LOCK-TIME ' - CHAIN NOT RUN **'
              MOVE '4800-CLAIM-MASTER-LOCKS' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              MOVE MK-MASTER TO EL-KEY-IMAGE
              PERFORM 4850-RELEASE-MASTER-LOCKS
              PERFORM 9999-ABEND
           END-IF
           DISPLAY 'DRIVER: CHAIN MASTERS LOCKED FOR RUN '
              WS-LOCK-RUN-NUMBER.

       4810-CLAIM-ONE-MASTER.
           SET MK-CLAIM TO TRUE
           MOVE WS-CHAIN-MASTER(WS-LOCK-IDX) TO MK-MASTER
           MOVE 'DRIVER' TO MK-PROGRAM-ID
           MOVE WS-LOCK-RUN-NUMBER TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '4810-CLAIM-ONE-MASTER' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              MOVE 'Y' TO WS-LOCK-REFUSED
           END-IF.

       4850-RELEASE-MASTER-LOCKS.
      *    Only locks this program holds are freed; a master held by
      *    anyone else is left as it is.
           PERFORM 4860-RELEASE-ONE-MASTER
              VARYING WS-LOCK-IDX FROM 1 BY 1
              UNTIL WS-LOCK-IDX > 6.

       4860-RELEASE-ONE-MASTER.
           SET MK-RELEASE TO TRUE
           MOVE WS-CHAIN-MASTER(WS-LOCK-IDX) TO MK-MASTER
           MOVE 'DRIVER' TO MK-PROGRAM-ID
           MOVE WS-LOCK-RUN-NUMBER TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** WARNING: MASTER LOCK ON '
                 WS-CHAIN-MASTER(WS-LOCK-IDX) ' NOT RELEASED **'
              MOVE 'MASTER LOCK NOT RELEASED - SEE LOCKCTL'
                 TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           END-IF.

       4900-CHECK-PREVIOUS-SIGNOFF.
      *    A new real run is not opened until a supervisor has signed
      *    off the previous run's health report through RUNSIGN.
      *    Restarts, step overrides and trial runs open nothing that
      *    goes to branches or partners and are not held.
           IF WS-LAST-STEP = 0 AND NOT OVERRIDE-ACTIVE
              AND NOT TRIAL-RUN AND WS-RUN-NUMBER > 0
              MOVE 'N' TO WS-PREV-SIGNED
              OPEN INPUT SIGNOFF-FILE
              IF SIGNOFF-NOT-FOUND
                 CONTINUE
              ELSE
                 IF NOT SIGNOFF-OK
                    DISPLAY '** SIGNOFF FILE IS NOT OK **'
                    MOVE '4900-CHECK-PREVIOUS-SIGNOFF'
                       TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 PERFORM 4910-READ-ONE-SIGNOFF UNTIL SIGNOFF-EOF
                 CLOSE SIGNOFF-FILE
              END-IF
              IF PREV-SIGNED
                 DISPLAY 'DRIVER: RUN ' WS-RUN-NUMBER
                    ' HAS BEEN SIGNED OFF'
              ELSE
                 IF WS-SIGNOFF-OVERRIDE NOT = SPACES
                    PERFORM 4920-APPLY-SIGNOFF-OVERRIDE
                 ELSE
                    DISPLAY '** RUN ' WS-RUN-NUMBER ' HAS NOT BEEN '
                       'SIGNED OFF - CHAIN NOT RUN **'
                    MOVE '4900-CHECK-PREVIOUS-SIGNOFF'
                       TO EL-PARAGRAPH
                    MOVE 'SIGNOFF' TO EL-FILE-NAME
                    MOVE WS-RUN-NUMBER TO EL-KEY-IMAGE
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           END-IF.

       4910-READ-ONE-SIGNOFF.
           READ SIGNOFF-FILE
              AT END CONTINUE
           END-READ
           IF SIGNOFF-OK
              IF SGN-RUN-NUMBER = WS-RUN-NUMBER
                 MOVE 'Y' TO WS-PREV-SIGNED
              END-IF
           END-IF.

       4920-APPLY-SIGNOFF-OVERRIDE.
      *    The override is only taken from an active supervisor, and
      *    is recorded against the unsigned run as verdict 'O' so the
      *    sign-off file shows who let the next run start.
           MOVE 'N' TO WS-SUPERVISOR-OK
           OPEN INPUT OPER-IN
           IF NOT OPER-IN-OK
              DISPLAY '** OPER-IN FILE IS NOT OK **'
              DISPLAY '** OPER-IN: ' WS-OPER-IN-STATUS
              MOVE '4920-APPLY-SIGNOFF-OVERRIDE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-SIGNOFF-OVERRIDE TO OPER-ID
           READ OPER-IN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF OPER-ACTIVE AND OPER-SUPERVISOR
                    MOVE 'Y' TO WS-SUPERVISOR-OK
                 END-IF
           END-READ
           CLOSE OPER-IN
           IF NOT SUPERVISOR-OK
              DISPLAY '** SIGN-OFF OVERRIDE REFUSED - '
                 WS-SIGNOFF-OVERRIDE ' IS NOT AN ACTIVE SUPERVISOR **'
              MOVE '4920-APPLY-SIGNOFF-OVERRIDE' TO EL-PARAGRAPH
              MOVE 'OPERSEC' TO EL-FILE-NAME
              MOVE WS-SIGNOFF-OVERRIDE TO EL-KEY-IMAGE
              PERFORM 9999-ABEND
           END-IF
           OPEN EXTEND SIGNOFF-FILE
           IF SIGNOFF-NOT-FOUND
              OPEN OUTPUT SIGNOFF-FILE
           END-IF
           IF NOT SIGNOFF-OK
              DISPLAY '** SIGNOFF FILE IS NOT OK **'
              MOVE '4920-APPLY-SIGNOFF-OVERRIDE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           MOVE WS-RUN-NUMBER TO SGN-RUN-NUMBER
           ACCEPT SGN-DATE FROM DATE
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK TO SGN-TIME
           MOVE WS-SIGNOFF-OVERRIDE TO SGN-OPERATOR
           SET SGN-OVERRIDDEN TO TRUE
           MOVE 'NEXT RUN STARTED UNSIGNED ON SUPERVISOR OVERRIDE'
              TO SGN-COMMENT
           WRITE SIGNOFF-RECORD
           CLOSE SIGNOFF-FILE
           DISPLAY 'DRIVER: RUN ' WS-RUN-NUMBER ' UNSIGNED - '
              'STARTING ON OVERRIDE BY ' WS-SIGNOFF-OVERRIDE.

       4500-BEGIN-STEP-LOG.
           ACCEPT WS-TIME-WORK FROM TIME
           MOVE WS-TIME-WORK TO WS-STEP-START-TIME
              PERFORM 9999-ABEND
           END-IF.

       5006-RUN-STEP-00-MSTSNAP.
      *    The masters the chain updates in place are unloaded before
      *    the first updating step so a bad run can be put back with
      *    MSTREST. It goes ahead of CYCLEMGT, which saves the outputs
      *    under the same generation.
           DISPLAY 'DRIVER: RUNNING STEP 00 - MSTSNAP'
           MOVE 0 TO WS-STEP-NUMBER
           MOVE 'MSTSNAP' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'MSTSNAP'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 00 - MSTSNAP FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5006-RUN-STEP-00-MSTSNAP' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       5007-RUN-STEP-00-CYCLEMGT.
           DISPLAY 'DRIVER: RUNNING STEP 00 - CYCLEMGT'
           MOVE 0 TO WS-STEP-NUMBER
              PERFORM 9999-ABEND
           END-IF

           DISPLAY 'DRIVER: RUNNING STEP 04 - TAXPOST'
           MOVE 4 TO WS-STEP-NUMBER
           MOVE 'TAXPOST' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'TAXPOST'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 04 - TAXPOST FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5040-RUN-STEP-04-EX6' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           DISPLAY 'DRIVER: RUNNING STEP 04 - STKPOST'
           MOVE 4 TO WS-STEP-NUMBER
           MOVE 'STKPOST' TO WS-STEP-PROGRAM
              PERFORM 9999-ABEND
           END-IF

      *    The branches' cash declarations are checked against the
      *    night's sales once the run itself has balanced.
           DISPLAY 'DRIVER: RUNNING STEP 11 - CASHREC'
           MOVE 11 TO WS-STEP-NUMBER
           MOVE 'CASHREC' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'CASHREC'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 11 - CASHREC FAILED - STOPPING CHAIN **'
              MOVE '5110-RUN-STEP-11-BALANCE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    The weekly consolidation is gated on the calendar's
      *    week-end marker the same way step 12 is gated on
      *    CAL-IS-PERIOD-END.
           PERFORM 4100-WRITE-CHECKPOINT.

       5120-RUN-STEP-12-PTDCLOSE.
      *    The period-end stock valuation is struck from the ledger
      *    STKPOST has just brought up to date, before the period is
      *    closed.
           DISPLAY 'DRIVER: RUNNING STEP 12 - STKVALU'
           MOVE 12 TO WS-STEP-NUMBER
           MOVE 'STKVALU' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'STKVALU'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 12 - STKVALU FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5120-RUN-STEP-12-PTDCLOSE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    The period tax return includes tonight's TAXPOST figures,
      *    so the last day of the period is on it.
           DISPLAY 'DRIVER: RUNNING STEP 12 - TAXRPT'
           MOVE 12 TO WS-STEP-NUMBER
           MOVE 'TAXRPT' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'TAXRPT'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 12 - TAXRPT FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5120-RUN-STEP-12-PTDCLOSE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    The demand forecast reads the period-to-date figures, so
      *    it must run before PTDCLOSE archives and clears them.
           DISPLAY 'DRIVER: RUNNING STEP 12 - DMDFCST'
           MOVE 12 TO WS-STEP-NUMBER
           MOVE 'DMDFCST' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'DMDFCST'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 12 - DMDFCST FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5120-RUN-STEP-12-PTDCLOSE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           DISPLAY 'DRIVER: RUNNING STEP 12 - PTDCLOSE'
           MOVE 12 TO WS-STEP-NUMBER
           MOVE 'PTDCLOSE' TO WS-STEP-PROGRAM
           END-IF.

       5130-RUN-STEP-13-DWFEED.
      *    The rebate accrual prints every night so the rebate earned
      *    to date can be followed through the period. REBACCR itself
      *    only credits the settlement ledger on the period-end date,
      *    ahead of the next statements and remittance posting.
           DISPLAY 'DRIVER: RUNNING STEP 13 - REBACCR'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'REBACCR' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'REBACCR'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 13 - REBACCR FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5130-RUN-STEP-13-DWFEED' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    Credit exposure is struck every night once tonight's
      *    history and any rebate credit notes are on file; EX3 holds
      *    back the next intake's movements from the CREDSTAT file it
      *    leaves.
           DISPLAY 'DRIVER: RUNNING STEP 13 - CREDEXP'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'CREDEXP' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'CREDEXP'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 13 - CREDEXP FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5130-RUN-STEP-13-DWFEED' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

      *    The ledger journal is proved against the run's VALCNT
      *    value; one that does not prove stops the chain here so
      *    it is never sent.
           DISPLAY 'DRIVER: RUNNING STEP 13 - GLJRNL'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'GLJRNL' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'GLJRNL'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** STEP 13 - GLJRNL FAILED - STOPPING '
                 'CHAIN **'
              MOVE '5130-RUN-STEP-13-DWFEED' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           DISPLAY 'DRIVER: RUNNING STEP 13 - DWFEED'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'DWFEED' TO WS-STEP-PROGRAM
           END-IF
           MOVE 0 TO RETURN-CODE.

       5145-RUN-POST-MSTAUDIT.
      *    The weekly integrity audit reads the masters as the
      *    completed chain left them. Orphans it finds are for the
      *    master-file owners to correct - they never re-drive the
      *    chain.
           DISPLAY 'DRIVER: RUNNING STEP 13 - MSTAUDIT'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'MSTAUDIT' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'MSTAUDIT'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** MASTER INTEGRITY BREAKS FOUND - SEE '
                 'INTGRPT **'
              MOVE 'MASTER INTEGRITY BREAKS FOUND - SEE INTGRPT'
                 TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           END-IF
           MOVE 0 TO RETURN-CODE.

       5150-RUN-POST-DISTCHK.
      *    The manifest checks every expected output of the run just
      *    completed, the DWFEED extract included, so it is the true
           END-IF
           MOVE 0 TO RETURN-CODE.

       5155-RUN-POST-JOBSCHED.
      *    The periodic and housekeeping jobs fall due on the
      *    calendar of the run just completed. A trial run is not a
      *    real business day and schedules nothing; a failed job is
      *    on RUNLOG for the missed-jobs report and never re-drives
      *    the chain.
           DISPLAY 'DRIVER: RUNNING STEP 13 - JOBSCHED'
           MOVE 13 TO WS-STEP-NUMBER
           MOVE 'JOBSCHED' TO WS-STEP-PROGRAM
           PERFORM 4500-BEGIN-STEP-LOG
           CALL 'JOBSCHED'
           MOVE RETURN-CODE TO WS-STEP-RETURN-CODE
           PERFORM 4550-END-STEP-LOG
           IF WS-STEP-RETURN-CODE NOT = 0
              DISPLAY '** SCHEDULED JOBS FAILED OR NOT SCHEDULED - '
                 'SEE JOBMISS **'
              MOVE 'SCHEDULED JOB STEP FAILED - SEE JOBMISS'
                 TO WL-WARNING-TEXT
              PERFORM 9800-LOG-WARNING
           END-IF
           MOVE 0 TO RETURN-CODE.

       9800-LOG-WARNING.
           MOVE 'DRIVER' TO WL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO WL-RUN-NUMBER
