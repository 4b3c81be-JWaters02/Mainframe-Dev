       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SREGCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SRCREG ONE-OFF LAYOUT CONVERSION                *
      *                                                                *
      *  Function    : CONVERT THE SRCREG SOURCE REGISTRY FROM THE     *
      *                ORIGINAL 6-BYTE LAYOUT TO THE CURRENT 9-BYTE    *
      *                LAYOUT WITH THE SOURCE NUMBER WIDENED FROM ONE  *
      *                DIGIT TO THREE AND THE FORMAT BYTE ADDED. EACH  *
      *                SOURCE KEEPS ITS BRANCH AND MANDATORY FLAG; THE *
      *                FORMAT IS LEFT BLANK (STANDARD) FOR A BARCODE   *
      *                SOURCE TO BE MARKED B AFTERWARDS. RUN WITH      *
      *                SVOLCONV AND LATECONV BEFORE THE NEXT SRCMERGE. *
      *                READS SRCREGO, WRITES SRCREG.                   *
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
           SELECT SRCREG-OLD ASSIGN TO SRCREGO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT SRCREG-NEW ASSIGN TO SRCREG
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD SRCREG-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 6 CHARACTERS.
       01 OLD-SRCREG-RECORD.
          05 OLD-SR-SOURCE-NO               PIC 9(1).
          05 OLD-SR-BRANCH                  PIC X(4).
          05 OLD-SR-MANDATORY               PIC X(1).
      *
       FD SRCREG-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 9 CHARACTERS.
       01 SRCREG-RECORD.
          05 SR-SOURCE-NO                   PIC 9(3).
          05 SR-BRANCH                      PIC X(4).
          05 SR-MANDATORY                   PIC X(1).
          05 SR-FORMAT                      PIC X(1).
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
           OPEN INPUT SRCREG-OLD
           IF NOT OLD-OK
              DISPLAY '** SRCREG-OLD FILE IS NOT OK **'
              DISPLAY '** SRCREG-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT SRCREG-NEW
           IF NOT NEW-OK
              DISPLAY '** SRCREG-NEW FILE IS NOT OK **'
              DISPLAY '** SRCREG-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ SRCREG-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-SR-SOURCE-NO TO SR-SOURCE-NO
              MOVE OLD-SR-BRANCH TO SR-BRANCH
              MOVE OLD-SR-MANDATORY TO SR-MANDATORY
              MOVE SPACE TO SR-FORMAT
              WRITE SRCREG-RECORD
              IF NOT NEW-OK
                 DISPLAY '** SRCREG-NEW WRITE IS NOT OK **'
                 DISPLAY '** SRCREG-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** SRCREG-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE SRCREG-OLD
           CLOSE SRCREG-NEW

           DISPLAY 'SRCREG RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'SRCREG RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'SREGCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
