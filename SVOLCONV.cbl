       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SVOLCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SRCVOL ONE-OFF LAYOUT CONVERSION                *
      *                                                                *
      *  Function    : CONVERT THE SRCVOL SUBMISSION VOLUME HISTORY    *
      *                FROM THE 13-BYTE LAYOUT TO THE CURRENT 15-BYTE  *
      *                LAYOUT WITH THE SOURCE NUMBER WIDENED FROM ONE  *
      *                DIGIT TO THREE, SO EACH SOURCE KEEPS ITS        *
      *                TRAILING VOLUMES FOR THE ANOMALY CHECK. READS   *
      *                SRCVOLO, WRITES SRCVOL.                         *
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
           SELECT SRCVOL-OLD ASSIGN TO SRCVOLO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT SRCVOL-NEW ASSIGN TO SRCVOL
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD SRCVOL-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 13 CHARACTERS.
       01 OLD-SRCVOL-RECORD.
          05 OLD-SV-SOURCE-NO               PIC 9(1).
          05 OLD-SV-RUN-NUMBER              PIC 9(5).
          05 OLD-SV-VOLUME                  PIC 9(7).
      *
       FD SRCVOL-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 15 CHARACTERS.
       01 SRCVOL-RECORD.
          05 SV-SOURCE-NO                   PIC 9(3).
          05 SV-RUN-NUMBER                  PIC 9(5).
          05 SV-VOLUME                      PIC 9(7).
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
           OPEN INPUT SRCVOL-OLD
           IF NOT OLD-OK
              DISPLAY '** SRCVOL-OLD FILE IS NOT OK **'
              DISPLAY '** SRCVOL-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT SRCVOL-NEW
           IF NOT NEW-OK
              DISPLAY '** SRCVOL-NEW FILE IS NOT OK **'
              DISPLAY '** SRCVOL-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ SRCVOL-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-SV-SOURCE-NO TO SV-SOURCE-NO
              MOVE OLD-SV-RUN-NUMBER TO SV-RUN-NUMBER
              MOVE OLD-SV-VOLUME TO SV-VOLUME
              WRITE SRCVOL-RECORD
              IF NOT NEW-OK
                 DISPLAY '** SRCVOL-NEW WRITE IS NOT OK **'
                 DISPLAY '** SRCVOL-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** SRCVOL-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE SRCVOL-OLD
           CLOSE SRCVOL-NEW

           DISPLAY 'SRCVOL RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'SRCVOL RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'SVOLCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
