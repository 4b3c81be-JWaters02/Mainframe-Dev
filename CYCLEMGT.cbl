      *                REP1PRT/REP4CSV/REP6PRT PRINT FILES ARE COPIED  *
      *                TO THE GENERATION DDS (CDOUTG/CDLOWG/BRCHOUTG/  *
      *                BRCHEXCG/REP1ING/REP4ING/REP5ING/REP6ING/       *
      *                REP1PRTG/REP4CSVG/REP6PRTG - THE RUN JCL POINTS *
      *                THESE AT DATED GENERATION DATASETS), THE GENCAT *
      *                CATALOGUE IS EXTENDED WITH ONE ENTRY PER FILE   *
      *                SAVED, AND CATALOGUE ENTRIES OLDER THAN THE     *
      *                RETENTION PARAMETER ARE MARKED PURGED SO THE    *
      *                HOUSEKEEPING JOB CAN DELETE THE DATASETS. IN    *
      *                RESTORE MODE (MODE R) THE GENERATION DDS -      *
      *                POINTED AT THE NAMED PRIOR GENERATION BY THE    *
      *                RERUN JCL - ARE COPIED BACK OVER THE LIVE       *
      *                FILES. MASTER SNAPSHOT ENTRIES (STATUS S,       *
      *                WRITTEN BY MSTSNAP JUST BEFORE THIS STEP) SHARE *
      *                THE GENERATION THE OUTPUTS ARE SAVED UNDER AND  *
      *                ARE PURGED WITH IT.                             *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-NEXT-GENERATION                 PIC 9(4) VALUE 1.
       01 WS-MAX-GENERATION                  PIC 9(4) VALUE 0.
       01 WS-MAX-SNAP-GENERATION             PIC 9(4) VALUE 0.
       01 WS-PURGE-BELOW-GEN                 PIC S9(5) VALUE 0.
       01 WS-COPY-COUNT                      PIC 9(9) VALUE 0.
       01 WS-CUR-FILE-ID                     PIC X(8) VALUE SPACES.
           PERFORM 2110-SCAN-CATALOGUE UNTIL GENCAT-IN-EOF

           COMPUTE WS-NEXT-GENERATION = WS-MAX-GENERATION + 1
           IF WS-MAX-SNAP-GENERATION > WS-NEXT-GENERATION
              MOVE WS-MAX-SNAP-GENERATION TO WS-NEXT-GENERATION
           END-IF
           COMPUTE WS-PURGE-BELOW-GEN =
              WS-NEXT-GENERATION - WS-RETENTION

           END-IF.

       2110-SCAN-CATALOGUE.
      *    MSTSNAP catalogues the master snapshot (status S) under the
      *    generation this run's outputs are about to be saved under,
      *    so snapshot entries do not move the generation on.
           READ GENCAT-IN
              AT END CONTINUE
           END-READ
           IF GENCAT-IN-OK
              IF GI-STATUS = 'S'
                 IF GI-GENERATION > WS-MAX-SNAP-GENERATION
                    MOVE GI-GENERATION TO WS-MAX-SNAP-GENERATION
                 END-IF
              ELSE
                 IF GI-GENERATION > WS-MAX-GENERATION
                    MOVE GI-GENERATION TO WS-MAX-GENERATION
                 END-IF
              END-IF
           END-IF.

