      *  Project     : PENDING-ADJUSTMENTS FILE LOAD                   *
      *                                                                *
      *  Function    : LOAD THE ADJUSTMENT MOVEMENTS EX3 CAPTURED TO   *
      *                ADJCAP ONTO THE PENDING-ADJUSTMENTS FILE WITH A *
      *                PENDING STATUS, THE LOAD DATE AND THE REASON    *
      *                CODE THE BRANCH KEYED IN THE PARTNER-CODE       *
      *                BYTES. EXISTING PENDING RECORDS ARE CARRIED     *
      *                FORWARD UNCHANGED (ADJPEND IN, ADJPENDN OUT -   *
      *                THE FOLLOWING JOB STEP COPIES ADJPENDN BACK     *
      *                OVER ADJPEND) - THE SAME SHAPE AS PRCLOAD. EACH *
      *                LOADED ADJUSTMENT IS STAMPED WITH ITS           *
      *                ORIGINATOR: THE OPERATOR WHO KEYED IT IN        *
      *                CORRENT, FOUND ON THE LAST SEVEN DAYS OF        *
      *                CORRLOG BY ITS MOVEMENT IMAGE, OR EX3 FOR ONE   *
      *                KEYED AT THE BRANCH.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-PEND-IN-STATUS.
           SELECT PEND-OUT ASSIGN TO ADJPENDN
           FILE STATUS IS WS-PEND-OUT-STATUS.
           SELECT CORRLOG-IN ASSIGN TO CORRLOG
           FILE STATUS IS WS-CORRLOG-STATUS.
      *
       DATA DIVISION.
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
       FD CORRLOG-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 49 CHARACTERS.
       01 CORRLOG-RECORD.
           05 CL-DATE                        PIC 9(8).
           05 CL-TIME                        PIC 9(8).
           05 CL-OPERATOR                    PIC X(8).
           05 CL-MOVEMENT.
              10 FILLER                      PIC X(24).
              10 CL-MOVEMENT-TYPE            PIC X(1).
                 88 CL-ADJUSTMENT            VALUE 'A'.
      *
       WORKING-STORAGE SECTION.
      *
           88 PEND-IN-NOT-FOUND              VALUE "35".
       01 WS-PEND-OUT-STATUS                 PIC X(2).
           88 PEND-OUT-OK                    VALUE "00".
       01 WS-CORRLOG-STATUS                  PIC X(2).
           88 CORRLOG-OK                     VALUE "00".
           88 CORRLOG-EOF                    VALUE "10".
           88 CORRLOG-NOT-FOUND              VALUE "35".
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-CORR-CUTOFF                     PIC 9(8) VALUE 0.
       01 WS-CORR-LOOKBACK                   PIC 9(2) VALUE 7.
       01 WS-DAY-SUB                         PIC 9(2) VALUE 0.
       01 WS-WORK-DATE                       PIC 9(8) VALUE 0.
       01 WS-WORK-DATE-RED REDEFINES WS-WORK-DATE.
           05 WS-WORK-CCYY                   PIC 9(4).
           05 WS-WORK-MM                     PIC 99.
           05 WS-WORK-DD                     PIC 99.
       01 WS-MONTH-DAYS                      PIC 99 VALUE 0.
       01 WS-LEAP-QUOT                       PIC 9(4) VALUE 0.
       01 WS-LEAP-REM                        PIC 9 VALUE 0.
       01 WS-CORR-FULL-WARNED                PIC X VALUE 'N'.
           88 CORR-FULL-WARNED               VALUE 'Y'.
       01 WS-PEND-PRESENT                    PIC X VALUE 'N'.
           88 PEND-PRESENT                   VALUE 'Y'.
       01 WS-ADJCAP-PRESENT                  PIC X VALUE 'Y'.
      *
       01 WS-CARRIED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-LOADED-COUNT                    PIC 9(5) VALUE 0.
       01 WS-KEYED-COUNT                     PIC 9(5) VALUE 0.
      *
      * Adjustments keyed through CORRENT in the lookback window,
      * from CORRLOG, each used once to name its originator...
      *
       01 WS-CORRECTION-TABLE.
          05 CT-ENTRIES                      PIC 9(4) VALUE 0.
          05 WS-CORRECTION-ENTRY
             OCCURS 1 TO 2000 TIMES
             DEPENDING ON CT-ENTRIES
             INDEXED BY CT.
             10 CT-MOVEMENT                  PIC X(25).
             10 CT-OPERATOR                  PIC X(8).
             10 CT-USED                      PIC X(1).
      *
       COPY ERRLOGL.

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 1500-LOAD-CORRECTIONS

           OPEN INPUT ADJCAP-IN
           IF ADJCAP-IN-NOT-FOUND
              MOVE 'N' TO WS-ADJCAP-PRESENT
              PERFORM 4100-READ-ADJCAP-IN
           END-IF.

       1500-LOAD-CORRECTIONS.
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           PERFORM 8000-BACK-ONE-DAY
              VARYING WS-DAY-SUB FROM 1 BY 1
              UNTIL WS-DAY-SUB > WS-CORR-LOOKBACK
           MOVE WS-WORK-DATE TO WS-CORR-CUTOFF

           OPEN INPUT CORRLOG-IN
           IF CORRLOG-OK
              PERFORM 1510-LOAD-ONE-CORRECTION UNTIL CORRLOG-EOF
              CLOSE CORRLOG-IN
           ELSE
              IF NOT CORRLOG-NOT-FOUND
                 DISPLAY '** CORRLOG FILE IS NOT OK **'
                 DISPLAY '** CORRLOG: ' WS-CORRLOG-STATUS
                 MOVE '1500-LOAD-CORRECTIONS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       1510-LOAD-ONE-CORRECTION.
           READ CORRLOG-IN
              AT END SET CORRLOG-EOF TO TRUE
           END-READ
           IF CORRLOG-OK
              IF CL-ADJUSTMENT
                 AND CL-DATE NOT < WS-CORR-CUTOFF
                 IF CT-ENTRIES < 2000
                    ADD 1 TO CT-ENTRIES
                    MOVE CL-MOVEMENT TO CT-MOVEMENT(CT-ENTRIES)
                    MOVE CL-OPERATOR TO CT-OPERATOR(CT-ENTRIES)
                    MOVE 'N' TO CT-USED(CT-ENTRIES)
                 ELSE
                    IF NOT CORR-FULL-WARNED
                       DISPLAY '** WARNING: CORRECTION TABLE FULL - '
                          'LATER CORRENT ADJUSTMENTS TAKEN AS EX3 **'
                       MOVE 'Y' TO WS-CORR-FULL-WARNED
                    END-IF
                 END-IF
              END-IF
           ELSE
              IF NOT CORRLOG-EOF
                 DISPLAY '** CORRLOG FILE IS NOT OK **'
                 DISPLAY '** CORRLOG: ' WS-CORRLOG-STATUS
                 MOVE '1510-LOAD-ONE-CORRECTION' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2000-CARRY-FORWARD.
           IF PEND-IN-OK
              ADD 1 TO WS-CARRIED-COUNT
                 MOVE 0 TO ADJ-DECISION-DATE
                 MOVE SPACES TO ADJ-APPROVER
                 MOVE 0 TO ADJ-AGE-DAYS
                 PERFORM 2600-SET-ORIGINATOR
                 WRITE ADJ-PEND-RECORD
              END-IF
           END-IF

           PERFORM 4100-READ-ADJCAP-IN.

      *    An adjustment keyed through CORRENT is credited to the
      *    operator who keyed it; one keyed at the branch came in on
      *    the intake through EX3.
       2600-SET-ORIGINATOR.
           MOVE 'EX3' TO ADJ-ORIGINATOR
           IF CT-ENTRIES > 0
              SET CT TO 1
              SEARCH WS-CORRECTION-ENTRY
                 WHEN CT-MOVEMENT(CT) = ADJCAP-IN-RECORD
                    AND CT-USED(CT) = 'N'
                    MOVE CT-OPERATOR(CT) TO ADJ-ORIGINATOR
                    MOVE 'Y' TO CT-USED(CT)
                    ADD 1 TO WS-KEYED-COUNT
              END-SEARCH
           END-IF.

       3000-END-PROCESS.
           IF ADJCAP-PRESENT
              CLOSE ADJCAP-IN

           DISPLAY 'PENDING ADJUSTMENTS CARRIED FORWARD: '
              WS-CARRIED-COUNT
           DISPLAY 'ADJUSTMENTS LOADED: ' WS-LOADED-COUNT
           DISPLAY 'ADJUSTMENTS KEYED THROUGH CORRENT: '
              WS-KEYED-COUNT.

       4000-READ-PEND-IN.
           IF NOT PEND-IN-EOF
               END-IF
           END-IF.

       8000-BACK-ONE-DAY.
      *    Walk the work date back one calendar day.
           IF WS-WORK-DD > 1
              SUBTRACT 1 FROM WS-WORK-DD
           ELSE
              IF WS-WORK-MM > 1
                 SUBTRACT 1 FROM WS-WORK-MM
              ELSE
                 MOVE 12 TO WS-WORK-MM
                 SUBTRACT 1 FROM WS-WORK-CCYY
              END-IF
              PERFORM 8100-DAYS-IN-MONTH
              MOVE WS-MONTH-DAYS TO WS-WORK-DD
           END-IF.

       8100-DAYS-IN-MONTH.
           EVALUATE WS-WORK-MM
              WHEN 01
              WHEN 03
              WHEN 05
              WHEN 07
              WHEN 08
              WHEN 10
              WHEN 12
                 MOVE 31 TO WS-MONTH-DAYS
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-MONTH-DAYS
              WHEN 02
                 DIVIDE WS-WORK-CCYY BY 4
                    GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM
                 IF WS-LEAP-REM = 0
                    MOVE 29 TO WS-MONTH-DAYS
                 ELSE
                    MOVE 28 TO WS-MONTH-DAYS
                 END-IF
              WHEN OTHER
                 MOVE 31 TO WS-MONTH-DAYS
           END-EVALUATE.

       9999-ABEND.
           MOVE 'ADJLOAD' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
