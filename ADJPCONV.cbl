       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ADJPCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : ADJPEND ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE ADJPEND PENDING-ADJUSTMENTS FILE    *
      *                FROM THE 52-BYTE LAYOUT TO THE CURRENT 60-BYTE  *
      *                LAYOUT WITH THE ORIGINATOR ADDED. ADJUSTMENTS   *
      *                LOADED BEFORE THE ORIGINATOR WAS CARRIED ARE    *
      *                LEFT BLANK, WHICH ADJREVW TREATS AS             *
      *                UNATTRIBUTED. READS ADJPENDO, WRITES ADJPEND.   *
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
           SELECT ADJP-OLD ASSIGN TO ADJPENDO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT ADJP-NEW ASSIGN TO ADJPEND
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ADJP-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 52 CHARACTERS.
       01 OLD-ADJ-PEND-RECORD.
          05 OLD-ADJ-ITEM                     PIC X(06).
          05 OLD-ADJ-OPTION                   PIC X(02).
          05 OLD-ADJ-REASON                   PIC X(02).
          05 OLD-ADJ-BRANCH                   PIC X(04).
          05 OLD-ADJ-PRICE                    PIC 9(5)V99.
          05 OLD-ADJ-QUANTITY                 PIC 9(03).
          05 OLD-ADJ-STATUS                   PIC X(01).
          05 OLD-ADJ-LOAD-DATE                PIC 9(08).
          05 OLD-ADJ-DECISION-DATE            PIC 9(08).
          05 OLD-ADJ-APPROVER                 PIC X(08).
          05 OLD-ADJ-AGE-DAYS                 PIC 9(03).
      *
       FD ADJP-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 60 CHARACTERS.
           COPY ADJPENDR.
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
           OPEN INPUT ADJP-OLD
           IF NOT OLD-OK
              DISPLAY '** ADJP-OLD FILE IS NOT OK **'
              DISPLAY '** ADJP-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ADJP-NEW
           IF NOT NEW-OK
              DISPLAY '** ADJP-NEW FILE IS NOT OK **'
              DISPLAY '** ADJP-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ ADJP-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-ADJ-ITEM TO ADJ-ITEM
              MOVE OLD-ADJ-OPTION TO ADJ-OPTION
              MOVE OLD-ADJ-REASON TO ADJ-REASON
              MOVE OLD-ADJ-BRANCH TO ADJ-BRANCH
              MOVE OLD-ADJ-PRICE TO ADJ-PRICE
              MOVE OLD-ADJ-QUANTITY TO ADJ-QUANTITY
              MOVE OLD-ADJ-STATUS TO ADJ-STATUS
              MOVE OLD-ADJ-LOAD-DATE TO ADJ-LOAD-DATE
              MOVE OLD-ADJ-DECISION-DATE TO ADJ-DECISION-DATE
              MOVE OLD-ADJ-APPROVER TO ADJ-APPROVER
              MOVE OLD-ADJ-AGE-DAYS TO ADJ-AGE-DAYS
              MOVE SPACES TO ADJ-ORIGINATOR
              WRITE ADJ-PEND-RECORD
              IF NOT NEW-OK
                 DISPLAY '** ADJP-NEW WRITE IS NOT OK **'
                 DISPLAY '** ADJP-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** ADJP-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE ADJP-OLD
           CLOSE ADJP-NEW

           DISPLAY 'PENDING RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'PENDING RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'ADJPCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
