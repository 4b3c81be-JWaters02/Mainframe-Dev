      *  Project     : END-OF-CHAIN COUNT AND VALUE BALANCING          *
      *                                                                *
      *  Function    : RECONCILE THE PRODUCER AND CONSUMER RECORD      *
      *                COUNTS AND NET MOVEMENT VALUES EVERY PROGRAM IN *
      *                THE CHAIN APPENDS TO THE BALCNT AND VALCNT      *
      *                FILES. BOTH FILES ARE APPEND-ONLY, SO A STEP    *
      *                RE-RUN INSIDE THE SAME RUN APPENDS AGAIN AND    *
      *                ONLY THE LATEST ENTRY PER PROGRAM, FILE AND     *
      *                ROLE IS KEPT. FOR EACH FILE WITH BOTH A         *
      *                PRODUCER AND A CONSUMER IN THE CURRENT RUN THE  *
      *                COUNTS AND VALUES MUST AGREE - A VALUE MISMATCH *
      *                FAILS THE RUN EXACTLY AS A COUNT MISMATCH DOES, *
      *                SINCE COUNTS CAN BALANCE WHILE A SHIFTED PRICE  *
      *                FIELD CORRUPTS VALUE - AND ANY MISMATCH SETS A  *
      *                NON-ZERO RETURN CODE SO DRIVER FAILS THE RUN.   *
      *                FILES SEEN FROM ONLY ONE SIDE (EXTERNAL         *
      *                PRODUCERS SUCH AS THE SORT) ARE REPORTED FOR    *
      *                INFORMATION ONLY. AN OUT-OF-BALANCE RUN IS ALSO *
      *                RAISED AS A CRITICAL ALERT THROUGH ALERTLOG.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
       01 WS-VALUE-READ-COUNT               PIC 9(5) VALUE 0.
       01 WS-VALUE-MISMATCH-COUNT           PIC 9(5) VALUE 0.
      *
      * Operations alert...
      *
       01 WS-BALANCE-ALERT-TEXT.
          05 FILLER                         PIC X(21)   VALUE
             'RUN OUT OF BALANCE - '.
          05 WS-BAT-COUNT                   PIC Z(4)9.
          05 FILLER                         PIC X(10)   VALUE
             ' COUNT AND'.
          05 WS-BAT-VALUE                   PIC Z(4)9.
          05 FILLER                         PIC X(19)   VALUE
             ' VALUE MISMATCHES'.
      *
      * Latest count per program, file and role...
      *
       01 WS-FILE-TABLE.
             10 FILLER                      PIC X(12)   VALUE SPACES.
      *
       COPY ERRLOGL.
       COPY ALERTL.

       PROCEDURE DIVISION.
      *

           IF MISMATCH-FOUND
              DISPLAY '** RUN IS OUT OF BALANCE **'
              MOVE WS-MISMATCH-COUNT TO WS-BAT-COUNT
              MOVE WS-VALUE-MISMATCH-COUNT TO WS-BAT-VALUE
              MOVE 'C' TO AL-SEVERITY
              MOVE 'BALANCE' TO AL-ALERT-CODE
              MOVE WS-BALANCE-ALERT-TEXT TO AL-ALERT-TEXT
              PERFORM 9700-RAISE-ALERT
              MOVE 8 TO RETURN-CODE
           END-IF.

              CLOSE RUNCTL-IN
           END-IF.

       9700-RAISE-ALERT.
           MOVE 'BALANCE' TO AL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO AL-RUN-NUMBER
           CALL 'ALERTLOG' USING ALERT-PARM.

       9999-ABEND.
           MOVE 'BALANCE' TO EL-PROGRAM-ID
           MOVE WS-RUN-NUMBER TO EL-RUN-NUMBER
