       IDENTIFICATION DIVISION.
       PROGRAM-ID.   LATECONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : LATEQ ONE-OFF LAYOUT CONVERSION                 *
      *                                                                *
      *  Function    : CONVERT THE LATEQ LATE SUBMISSION HOLDING QUEUE *
      *                FROM THE 34-BYTE LAYOUT TO THE CURRENT 36-BYTE  *
      *                LAYOUT WITH THE SOURCE NUMBER WIDENED FROM ONE  *
      *                DIGIT TO THREE. EVERY RECORD KEEPS ITS SOURCE,  *
      *                ORIGINAL BUSINESS DATE AND MOVEMENT AND THE     *
      *                QUEUE ORDER IS UNCHANGED. RUN BEFORE THE NEXT   *
      *                SRCMERGE, LATEPARK OR HOLDREL. READS LATEQO,    *
      *                WRITES LATEQ.                                   *
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
           SELECT LATEQ-OLD ASSIGN TO LATEQO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT LATEQ-NEW ASSIGN TO LATEQ
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD LATEQ-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 34 CHARACTERS.
       01 OLD-LATEQ-RECORD.
          05 OLD-LQ-SOURCE-NO              PIC 9(1).
          05 OLD-LQ-ORIG-DATE              PIC 9(8).
          05 OLD-LQ-MOVEMENT               PIC X(25).
      *
       FD LATEQ-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 36 CHARACTERS.
       01 LATEQ-RECORD.
          05 LQ-SOURCE-NO                  PIC 9(3).
          05 LQ-ORIG-DATE                  PIC 9(8).
          05 LQ-MOVEMENT                   PIC X(25).
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
           OPEN INPUT LATEQ-OLD
           IF NOT OLD-OK
              DISPLAY '** LATEQ-OLD FILE IS NOT OK **'
              DISPLAY '** LATEQ-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT LATEQ-NEW
           IF NOT NEW-OK
              DISPLAY '** LATEQ-NEW FILE IS NOT OK **'
              DISPLAY '** LATEQ-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ LATEQ-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-LQ-SOURCE-NO TO LQ-SOURCE-NO
              MOVE OLD-LQ-ORIG-DATE TO LQ-ORIG-DATE
              MOVE OLD-LQ-MOVEMENT TO LQ-MOVEMENT
              WRITE LATEQ-RECORD
              IF NOT NEW-OK
                 DISPLAY '** LATEQ-NEW WRITE IS NOT OK **'
                 DISPLAY '** LATEQ-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** LATEQ-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE LATEQ-OLD
           CLOSE LATEQ-NEW

           DISPLAY 'LATEQ RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'LATEQ RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'LATECONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
