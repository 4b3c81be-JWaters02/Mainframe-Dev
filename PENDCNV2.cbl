       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PENDCNV2.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PRCPEND ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE PRCPEND PENDING PRICE-CHANGES FILE  *
      *                FROM THE 48-BYTE LAYOUT TO THE CURRENT 56-BYTE  *
      *                LAYOUT WITH THE ORIGINATOR ADDED. CHANGES       *
      *                LOADED BEFORE THE ORIGINATOR WAS CARRIED ARE    *
      *                LEFT BLANK, WHICH PRCREVW TREATS AS             *
      *                UNATTRIBUTED. READS PRCPENDO, WRITES PRCPEND.   *
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
           SELECT PEND-OLD ASSIGN TO PRCPENDO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT PEND-NEW ASSIGN TO PRCPEND
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PEND-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01 OLD-PEND-RECORD.
          05 OLD-PEND-ITEM                    PIC X(06).
          05 OLD-PEND-OLD-PRICE               PIC 9(5)V99.
          05 OLD-PEND-NEW-PRICE               PIC 9(5)V99.
          05 OLD-PEND-STATUS                  PIC X(01).
          05 OLD-PEND-LOAD-DATE               PIC 9(08).
          05 OLD-PEND-DECISION-DATE           PIC 9(08).
          05 OLD-PEND-APPROVER                PIC X(08).
          05 OLD-PEND-AGE-DAYS                PIC 9(03).
      *
       FD PEND-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 56 CHARACTERS.
           COPY PRCPENDR.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-OLD-STATUS                     PIC X(2).
          88 OLD-OK                         VALUE "00".
          88 OLD-EOF                        VALUE "10".
       01 WS-NEW-STATUS                     PIC X(2).
          88 NEW-OK                         VALUE "00".
      *
       01 WS-READ-COUNT                     PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT                  PIC 9(9) VALUE 0.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MAIN-PROCESS UNTIL OLD-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           OPEN INPUT PEND-OLD
           IF NOT OLD-OK
              DISPLAY '** PEND-OLD FILE IS NOT OK **'
              DISPLAY '** PEND-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PEND-NEW
           IF NOT NEW-OK
              DISPLAY '** PEND-NEW FILE IS NOT OK **'
              DISPLAY '** PEND-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ PEND-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-PEND-ITEM TO PEND-ITEM
              MOVE OLD-PEND-OLD-PRICE TO PEND-OLD-PRICE
              MOVE OLD-PEND-NEW-PRICE TO PEND-NEW-PRICE
              MOVE OLD-PEND-STATUS TO PEND-STATUS
              MOVE OLD-PEND-LOAD-DATE TO PEND-LOAD-DATE
              MOVE OLD-PEND-DECISION-DATE TO PEND-DECISION-DATE
              MOVE OLD-PEND-APPROVER TO PEND-APPROVER
              MOVE OLD-PEND-AGE-DAYS TO PEND-AGE-DAYS
              MOVE SPACES TO PEND-ORIGINATOR
              WRITE PEND-CHANGE-RECORD
              IF NOT NEW-OK
                 DISPLAY '** PEND-NEW WRITE IS NOT OK **'
                 DISPLAY '** PEND-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** PEND-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE PEND-OLD
           CLOSE PEND-NEW

           DISPLAY 'PENDING RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'PENDING RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'PENDCNV2' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
