      *  Function    : PRINT ELAPSED-TIME TRENDS PER CHAIN STEP OVER   *
      *                THE LAST N RUNS RECORDED ON THE RUNLOG FILE     *
      *                WRITTEN BY DRIVER, SO STEP DEGRADATION IS       *
      *                VISIBLE BEFORE IT BECOMES AN OVERNIGHT OVERRUN. *
      *                N IS TAKEN FROM PARMIN. JOBS RUN OR RELEASED BY *
      *                JOBSCHED APPEAR AS STEPS 90 AND 91.             *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       01 WS-STEP-TABLE.
          05 ST-ENTRIES                     PIC 9(2) VALUE 0.
          05 WS-STEP-ENTRY
             OCCURS 1 TO 60 TIMES
             DEPENDING ON ST-ENTRIES
             INDEXED BY ST.
             10 ST-STEP-NUMBER              PIC 9(2).
           SET ST TO 1
           SEARCH WS-STEP-ENTRY
              AT END
                 IF ST-ENTRIES = 60
                    DISPLAY '** STEP TREND TABLE FULL **'
                    MOVE '3200-ACCUMULATE-STEP' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO ST-ENTRIES
                 SET ST TO ST-ENTRIES
                 MOVE RL-STEP-NUMBER TO ST-STEP-NUMBER(ST)
