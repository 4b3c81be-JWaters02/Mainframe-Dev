       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ALERTLOG.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : OPERATIONS ALERT WRITER                         *
      *                                                                *
      *  Function    : CALLED AT EACH POINT IN THE CHAIN THE ON-CALL   *
      *                ANALYST MUST HEAR ABOUT BEFORE MORNING -        *
      *                REPORT7 THRESHOLD STOPS, BALANCE MISMATCHES,    *
      *                DEADLNCK DEADLINE BREACHES, DISTCHK MISSING OR  *
      *                HELD OUTPUTS, SRCMERGE VOLUME ANOMALIES AND     *
      *                EVERY ABEND LOGGED THROUGH ERRLOG. APPENDS ONE  *
      *                RECORD - SEVERITY, SOURCE PROGRAM, RUN NUMBER,  *
      *                ALERT CODE, TEXT AND TIMESTAMP - TO THE ALERTS  *
      *                FILE THE SITE MONITORING AGENT PICKS UP. A CODE *
      *                ALREADY RAISED BY THE SAME PROGRAM FOR THE SAME *
      *                RUN IS NOT REPEATED. A CALLER WITHOUT A RUN     *
      *                NUMBER IS GIVEN THE ONE ON RUNCTL. NEVER FAILS  *
      *                THE CALLER: IF THE FILE CANNOT BE WRITTEN THE   *
      *                ALERT IS DISPLAYED AND CONTROL RETURNS.         *
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
           SELECT ALERT-FILE ASSIGN TO ALERTS
           FILE STATUS IS WS-ALERTS-STATUS.
           SELECT RUNCTL-IN ASSIGN TO RUNCTL
           FILE STATUS IS WS-RUNCTL-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ALERT-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 98 CHARACTERS.
           COPY ALERTR.
      *
       FD RUNCTL-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 22 CHARACTERS.
           COPY RUNCTLR.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-ALERTS-STATUS                  PIC X(2).
          88 ALERTS-OK                      VALUE "00".
          88 ALERTS-EOF                     VALUE "10".
          88 ALERTS-NOT-FOUND               VALUE "35".
       01 WS-RUNCTL-STATUS                  PIC X(2).
          88 RUNCTL-OK                      VALUE "00".
          88 RUNCTL-EOF                     VALUE "10".
          88 RUNCTL-NOT-FOUND               VALUE "35".
       01 WS-DUPLICATE                      PIC X VALUE 'N'.
          88 DUPLICATE-ALERT                VALUE 'Y'.
       01 WS-LOG-DATE                       PIC 9(8) VALUE 0.
       01 WS-LOG-TIME                       PIC 9(8) VALUE 0.
       01 WS-RUN-NUMBER                     PIC 9(5) VALUE 0.
      *
       LINKAGE SECTION.
      *
       01 LK-ALERT-PARM.
          05 LK-SEVERITY                   PIC X(01).
          05 LK-PROGRAM-ID                 PIC X(08).
          05 LK-RUN-NUMBER                 PIC 9(05).
          05 LK-ALERT-CODE                 PIC X(08).
          05 LK-ALERT-TEXT                 PIC X(60).
      *
       PROCEDURE DIVISION USING LK-ALERT-PARM.
      *
       PROGRAM-CONTROL.
           ACCEPT WS-LOG-DATE FROM DATE
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE 'N' TO WS-DUPLICATE
           MOVE LK-RUN-NUMBER TO WS-RUN-NUMBER

           IF WS-RUN-NUMBER = 0
              PERFORM 1000-READ-RUN-CONTROL
           END-IF

           PERFORM 2000-CHECK-DUPLICATE

           IF DUPLICATE-ALERT
              DISPLAY 'ALERT ' LK-ALERT-CODE ' ALREADY RAISED BY '
                 LK-PROGRAM-ID ' FOR RUN ' WS-RUN-NUMBER
                 ' - NOT REPEATED'
           ELSE
              PERFORM 3000-WRITE-ALERT
           END-IF

           GOBACK.

       1000-READ-RUN-CONTROL.
      *    Abends reach here through ERRLOG, whose callers seldom
      *    carry the run number - the run in progress is the one on
      *    run control.
           OPEN INPUT RUNCTL-IN
           IF RUNCTL-OK
              READ RUNCTL-IN
                 AT END SET RUNCTL-EOF TO TRUE
              END-READ
              IF RUNCTL-OK
                 MOVE RC-RUN-NUMBER TO WS-RUN-NUMBER
              END-IF
              CLOSE RUNCTL-IN
           END-IF.

       2000-CHECK-DUPLICATE.
      *    The same code from the same program is raised once per
      *    run; outside a run (run number zero) once per day. An
      *    unreadable file suppresses nothing.
           OPEN INPUT ALERT-FILE
           IF ALERTS-OK
              PERFORM 2100-READ-ONE-ALERT
                 UNTIL ALERTS-EOF OR DUPLICATE-ALERT
              CLOSE ALERT-FILE
           END-IF.

       2100-READ-ONE-ALERT.
           READ ALERT-FILE
              AT END CONTINUE
           END-READ
           IF ALERTS-OK
              IF ALR-RUN-NUMBER = WS-RUN-NUMBER
                 AND ALR-ALERT-CODE = LK-ALERT-CODE
                 AND ALR-PROGRAM-ID = LK-PROGRAM-ID
                 AND (WS-RUN-NUMBER > 0
                 OR ALR-DATE = WS-LOG-DATE)
                 MOVE 'Y' TO WS-DUPLICATE
              END-IF
           ELSE
              IF NOT ALERTS-EOF
                 MOVE "10" TO WS-ALERTS-STATUS
              END-IF
           END-IF.

       3000-WRITE-ALERT.
           OPEN EXTEND ALERT-FILE
           IF ALERTS-NOT-FOUND
              OPEN OUTPUT ALERT-FILE
           END-IF
           IF NOT ALERTS-OK
              DISPLAY '** ALERTS FILE IS NOT OK - ALERT NOT '
                 'RAISED: ' WS-ALERTS-STATUS ' **'
              DISPLAY '** ALERT: ' LK-SEVERITY ' ' LK-PROGRAM-ID ' '
                 LK-ALERT-CODE ' ' LK-ALERT-TEXT
           ELSE
              MOVE WS-LOG-DATE TO ALR-DATE
              MOVE WS-LOG-TIME TO ALR-TIME
              MOVE LK-SEVERITY TO ALR-SEVERITY
              MOVE LK-PROGRAM-ID TO ALR-PROGRAM-ID
              MOVE WS-RUN-NUMBER TO ALR-RUN-NUMBER
              MOVE LK-ALERT-CODE TO ALR-ALERT-CODE
              MOVE LK-ALERT-TEXT TO ALR-ALERT-TEXT
              WRITE ALERT-RECORD
              CLOSE ALERT-FILE
           END-IF.
