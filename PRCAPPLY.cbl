      *  Function    : POST APPROVED PENDING PRICE CHANGES TO THE      *
      *                ITEMMAST ITEM MASTER (STANDARD RETAIL), MARK    *
      *                THEM APPLIED ON THE PENDING FILE (PRCPENDN,     *
      *                COPIED BACK OVER PRCPEND BY THE NEXT JOB STEP), *
      *                AND PRINT AN APPLIED-CHANGES REGISTER. A LIVE   *
      *                RUN CLAIMS THE ITEMMAST LOCK ON THE MSTLOCK     *
      *                CONTROL FILE AND ENDS WITH RETURN CODE 8,       *
      *                UPDATING NOTHING, WHILE THE DRIVER CHAIN OR     *
      *                ANOTHER JOB HOLDS IT.                           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       FD PEND-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       FD ITEM-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD PEND-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
       01 PEND-OUT-RECORD                    PIC X(56).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
             10 FILLER                       PIC X(61)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *

           PERFORM 4950-READ-RUN-CONTROL

           IF NOT TRIAL-RUN
              PERFORM 1050-CLAIM-MASTER-LOCK
           END-IF

           IF TRIAL-RUN
              DISPLAY 'TRIAL RUN - ITEM MASTER WILL NOT BE UPDATED'
              OPEN OUTPUT TRIAL-OUT

           PERFORM 4000-READ-PEND-IN.

       1050-CLAIM-MASTER-LOCK.
      *    The master is left alone while the nightly chain or
      *    another maintenance run holds its lock.
           SET MK-CLAIM TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'PRCAPPLY' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1050-CLAIM-MASTER-LOCK' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              DISPLAY '** ITEMMAST IS LOCKED BY ' MK-HOLDER ' RUN '
                 MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       2000-MAIN-PROCESS.
           IF PEND-IN-OK
              ADD 1 TO WS-PEND-READ-COUNT
              CLOSE TRIAL-OUT
           END-IF

           IF NOT TRIAL-RUN
              PERFORM 7900-RELEASE-MASTER-LOCK
           END-IF

           DISPLAY 'PENDING RECORDS READ: ' WS-PEND-READ-COUNT
           DISPLAY 'CHANGES APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'ITEMS NOT ON FILE: ' WS-NOT-ON-FILE-COUNT.
              CLOSE RUNCTL-IN
           END-IF.

       7900-RELEASE-MASTER-LOCK.
           SET MK-RELEASE TO TRUE
           MOVE 'ITEMMAST' TO MK-MASTER
           MOVE 'PRCAPPLY' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF NOT MK-DONE
              DISPLAY '** WARNING: LOCK ON ITEMMAST NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'PRCAPPLY' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
