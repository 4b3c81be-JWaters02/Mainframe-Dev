      *  Project     : REPORT 7                                        *
      *                                                                *
      *  Function    : PULL THE MGMTSUM CONTROL RECORDS WRITTEN BY     *
      *                EX3, EX4, EX5 AND EX6 TOGETHER INTO ONE         *
      *                CONSOLIDATED PERIOD-END MANAGEMENT SUMMARY. A   *
      *                THRESHOLD STOP IS ALSO RAISED AS A CRITICAL     *
      *                ALERT THROUGH ALERTLOG.                         *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       01 WS-MGMTSUM-IN-COUNT               PIC 9(3)    VALUE 0.
       01 WS-LAST-RUN-NUMBER                PIC 9(5)    VALUE 99999.
       01 WS-OUT-OF-RANGE-COUNT             PIC 9(3)    VALUE 0.
       01 WS-RUN-NUMBER                     PIC 9(5)    VALUE 0.
      *
      * Operations alert...
      *
       01 WS-THRESHOLD-ALERT-TEXT.
          05 WS-TAT-COUNT                   PIC ZZ9.
          05 FILLER                         PIC X(57)   VALUE
             ' COUNTER(S) OUT OF RANGE - CHAIN STOPPED AT REPORT7'.
      *
      * Threshold checking...
      *
          88 MGMTSUM-IN-VALID                VALUE "00", "10".
      *
       COPY ERRLOGL.
       COPY ALERTL.

       PROCEDURE DIVISION.
      *
           IF THRESHOLD-BREACHED
              DISPLAY '** ' WS-OUT-OF-RANGE-COUNT ' COUNTER(S) OUT '
                 'OF RANGE - CHAIN STOPPED **'
              MOVE WS-OUT-OF-RANGE-COUNT TO WS-TAT-COUNT
              MOVE 'C' TO AL-SEVERITY
              MOVE 'THRESHLD' TO AL-ALERT-CODE
              MOVE WS-THRESHOLD-ALERT-TEXT TO AL-ALERT-TEXT
              PERFORM 9700-RAISE-ALERT
              MOVE 8 TO RETURN-CODE
           END-IF.

                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
                 MOVE RC-TRIAL-FLAG TO WS-TRIAL-FLAG
              END-IF
              CLOSE RUNCTL-IN
           MOVE TT-LIMIT(TT) TO WS-RL-LIMIT
           DISPLAY WS-RANGE-LINE.

       9700-RAISE-ALERT.
           MOVE 'REPORT7' TO AL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER
           CALL 'ALERTLOG' USING ALERT-PARM.

       9999-ABEND.
           MOVE 'REPORT7' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
