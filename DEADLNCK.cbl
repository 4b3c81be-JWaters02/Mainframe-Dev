      *                OPERATIONS MONITOR, AND WHEN IT CROSSES THE     *
      *                DEADLINE A CONSOLE WARNING IS RAISED AND THE    *
      *                RETURN CODE SET TO 4 SO THE OPTIONAL STEPS CAN  *
      *                BE SHED WHILE THERE IS STILL TIME. A PROJECTED  *
      *                DEADLINE BREACH IS ALSO RAISED AS A MAJOR ALERT *
      *                THROUGH ALERTLOG. JOBS RUN OR RELEASED BY       *
      *                JOBSCHED OUTSIDE THE CHAIN, LOGGED AS STEPS 90  *
      *                AND 91, ARE LEFT OUT OF THE AVERAGES.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      *
       COPY ERRLOGL.
       COPY WARNLOGL.
       COPY ALERTL.

       PROCEDURE DIVISION.
      *
              AND RL-RUN-NUMBER <= WS-MAX-RUN
              AND RL-RETURN-CODE = 0
              AND RL-PROGRAM-ID NOT = 'OVERRIDE'
              AND RL-STEP-NUMBER < 90
              PERFORM 2700-NOTE-STEP-ELAPSED
           END-IF.

              DISPLAY '** PROJECTED COMPLETION CROSSES THE ONLINE '
                 'START DEADLINE - CONSIDER SHEDDING OPTIONAL '
                 'STEPS **'
              MOVE 'M' TO AL-SEVERITY
              MOVE 'DEADLINE' TO AL-ALERT-CODE
              MOVE 'PROJECTED CHAIN COMPLETION CROSSES THE ONLINE START'
                 TO AL-ALERT-TEXT
              PERFORM 9700-RAISE-ALERT
              MOVE 4 TO RETURN-CODE
           END-IF.

              CLOSE RUNCTL-IN
           END-IF.

       9700-RAISE-ALERT.
           MOVE 'DEADLNCK' TO AL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER
           CALL 'ALERTLOG' USING ALERT-PARM.

       9800-LOG-WARNING.
           MOVE 'DEADLNCK' TO WL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO WL-RUN-NUMBER
