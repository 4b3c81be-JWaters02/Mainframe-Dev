       IDENTIFICATION DIVISION.
       PROGRAM-ID.   ITEMCNV4.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : ITEMMAST ONE-OFF LAYOUT CONVERSION              *
      *                                                                *
      *  Function    : CONVERT THE ITEMMAST INDEXED ITEM MASTER FROM   *
      *                THE 70-BYTE LAYOUT TO THE CURRENT 71-BYTE       *
      *                LAYOUT WITH THE A/B/C VELOCITY CLASS ADDED.     *
      *                EVERY ITEM IS LEFT UNCLASSIFIED (BLANK) UNTIL   *
      *                THE FIRST ABCCLASS RUN. THE OLD MASTER IS READ  *
      *                IN KEY SEQUENCE AND THE NEW ONE LOADED THE SAME *
      *                WAY. READS ITEMMASO, WRITES ITEMMAST.           *
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
           SELECT ITEM-OLD ASSIGN TO ITEMMASO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-ITEM-CODE
           FILE STATUS IS WS-OLD-STATUS.
           SELECT ITEM-NEW ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD ITEM-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 70 CHARACTERS.
       01 OLD-ITEM-RECORD.
          05 OLD-ITEM-CODE                  PIC X(6).
          05 OLD-ITEM-DESC                  PIC X(30).
          05 OLD-ITEM-STD-COST              PIC 9(05)V99.
          05 OLD-ITEM-STD-RETAIL            PIC 9(05)V99.
          05 OLD-ITEM-REORDER-POINT         PIC 9(05).
          05 OLD-ITEM-STATUS                PIC X(01).
          05 OLD-ITEM-SUCCESSOR             PIC X(6).
          05 OLD-ITEM-TAX-CODE              PIC X(2).
          05 OLD-ITEM-CATEGORY              PIC X(6).
      *
       FD ITEM-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
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
           OPEN INPUT ITEM-OLD
           IF NOT OLD-OK
              DISPLAY '** ITEM-OLD FILE IS NOT OK **'
              DISPLAY '** ITEM-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ITEM-NEW
           IF NOT NEW-OK
              DISPLAY '** ITEM-NEW FILE IS NOT OK **'
              DISPLAY '** ITEM-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ ITEM-OLD NEXT RECORD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-ITEM-CODE TO ITEM-CODE
              MOVE OLD-ITEM-DESC TO ITEM-DESC
              MOVE OLD-ITEM-STD-COST TO ITEM-STD-COST
              MOVE OLD-ITEM-STD-RETAIL TO ITEM-STD-RETAIL
              MOVE OLD-ITEM-REORDER-POINT TO ITEM-REORDER-POINT
              MOVE OLD-ITEM-STATUS TO ITEM-STATUS
              MOVE OLD-ITEM-SUCCESSOR TO ITEM-SUCCESSOR
              MOVE OLD-ITEM-TAX-CODE TO ITEM-TAX-CODE
              MOVE OLD-ITEM-CATEGORY TO ITEM-CATEGORY
              MOVE SPACES TO ITEM-ABC-CLASS
              WRITE ITEM-RECORD
              IF NOT NEW-OK
                 DISPLAY '** ITEM-NEW WRITE IS NOT OK **'
                 DISPLAY '** ITEM-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** ITEM-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE ITEM-OLD
           CLOSE ITEM-NEW

           DISPLAY 'ITEM RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'ITEM RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'ITEMCNV4' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
