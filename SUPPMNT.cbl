      *  Project     : SUPPLIER MASTER MAINTENANCE                     *
      *                                                                *
      *  Function    : APPLY A TRANSACTION FILE OF ADDS, CHANGES AND   *
      *                DELETES AGAINST THE SUPPLIER INDEXED MASTER AND *
      *                THE ITEMSUP ITEM-TO-SUPPLIER LINK (LEAD TIME    *
      *                AND MINIMUM ORDER QUANTITY). EACH TRANSACTION   *
      *                NAMES ITS RECORD TYPE - S FOR THE SUPPLIER      *
      *                MASTER, L FOR A LINK. LINK ADDS AND CHANGES ARE *
      *                VALIDATED AGAINST THE SUPPLIER MASTER. WRITES   *
      *                BEFORE/AFTER IMAGES TO AN AUDIT FILE AND        *
      *                PRODUCES AN APPLIED/REJECTED MAINTENANCE REPORT *
      *                - THE SAME SHAPE AS PARTMNT. THE RUN CLAIMS THE *
      *                SUPPLIER AND ITEMSUP LOCKS ON THE MSTLOCK       *
      *                CONTROL FILE AND ENDS WITH RETURN CODE 8,       *
      *                UPDATING NOTHING, WHILE ANOTHER JOB HOLDS       *
      *                EITHER.                                         *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
             10 WS-TOT-TEXT                  PIC X(22).
             10 WS-TOT-VALUE                 PIC Z(4)9.
             10 FILLER                       PIC X(65)   VALUE SPACES.
      *
      * Masters this run updates, claimed in order...
      *
       01 WS-LOCK-MASTERS-VAL                PIC X(16) VALUE
           'SUPPLIERITEMSUP '.
       01 WS-LOCK-MASTERS REDEFINES WS-LOCK-MASTERS-VAL.
           05 WS-LOCK-MASTER                 PIC X(8) OCCURS 2.
       01 WS-LOCK-IDX                        PIC 9(1) VALUE 0.
       01 WS-LOCK-REFUSED                    PIC X VALUE 'N'.
           88 LOCK-REFUSED                   VALUE 'Y'.
      *
       COPY ERRLOGL.
       COPY MSTLOCKL.

       PROCEDURE DIVISION.
      *
           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 1050-CLAIM-MASTER-LOCKS

           PERFORM 6000-OPEN-SUPPTXN-IN

           PERFORM 6100-OPEN-SUPPLIER-MAST

           PERFORM 4000-READ-SUPPTXN-IN.

       1050-CLAIM-MASTER-LOCKS.
      *    Neither master is touched while the nightly chain or
      *    another maintenance run holds either lock; a lock already
      *    claimed is given back before the run ends.
           MOVE 'N' TO WS-LOCK-REFUSED
           PERFORM 1060-CLAIM-ONE-MASTER
              VARYING WS-LOCK-IDX FROM 1 BY 1
              UNTIL WS-LOCK-IDX > 2 OR LOCK-REFUSED
           IF LOCK-REFUSED
              DISPLAY '** ' MK-MASTER ' IS LOCKED BY ' MK-HOLDER
                 ' RUN ' MK-HOLDER-RUN ' SINCE ' MK-LOCK-DATE ' '
                 MK-LOCK-TIME ' - NOTHING UPDATED **'
              PERFORM 7900-RELEASE-MASTER-LOCKS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.

       1060-CLAIM-ONE-MASTER.
           SET MK-CLAIM TO TRUE
           MOVE WS-LOCK-MASTER(WS-LOCK-IDX) TO MK-MASTER
           MOVE 'SUPPMNT' TO MK-PROGRAM-ID
           MOVE 0 TO MK-RUN-NUMBER
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              DISPLAY '** MASTER LOCK FILE IS NOT OK **'
              MOVE '1060-CLAIM-ONE-MASTER' TO EL-PARAGRAPH
              MOVE 'MSTLOCK' TO EL-FILE-NAME
              PERFORM 9999-ABEND
           END-IF
           IF MK-LOCKED
              MOVE 'Y' TO WS-LOCK-REFUSED
           END-IF.

       2000-MAIN-PROCESS.
           IF SUPPTXN-IN-OK
              ADD 1 TO WS-TXN-COUNT
           CLOSE AUDIT-OUT
           CLOSE PRINT-OUT

           PERFORM 7900-RELEASE-MASTER-LOCKS

           DISPLAY 'TRANSACTIONS READ: ' WS-TXN-COUNT
           DISPLAY 'TRANSACTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT.
              PERFORM 9999-ABEND
           END-IF.

       7900-RELEASE-MASTER-LOCKS.
           PERFORM 7910-RELEASE-ONE-MASTER
              VARYING WS-LOCK-IDX FROM 1 BY 1
              UNTIL WS-LOCK-IDX > 2.

       7910-RELEASE-ONE-MASTER.
      *    Only this run's own locks are freed; after a refused claim
      *    the master held elsewhere is left as it is.
           SET MK-RELEASE TO TRUE
           MOVE WS-LOCK-MASTER(WS-LOCK-IDX) TO MK-MASTER
           MOVE 'SUPPMNT' TO MK-PROGRAM-ID
           CALL 'MSTLOCK' USING MSTLOCK-PARM
           IF MK-FILE-ERROR
              OR (MK-NOT-LOCKED AND NOT LOCK-REFUSED)
              DISPLAY '** WARNING: LOCK ON '
                 WS-LOCK-MASTER(WS-LOCK-IDX) ' NOT RELEASED - '
                 'FREE IT WITH LOCKCTL **'
              MOVE 4 TO RETURN-CODE
           END-IF.

       9999-ABEND.
           MOVE 'SUPPMNT' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
