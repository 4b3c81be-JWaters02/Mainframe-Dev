       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PARTCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PARTNERS ONE-OFF LAYOUT CONVERSION              *
      *                                                                *
      *  Function    : CONVERT THE PARTNERS INDEXED PARTNER MASTER     *
      *                FROM THE 157-BYTE LAYOUT TO THE CURRENT         *
      *                171-BYTE LAYOUT WITH THE CREDIT LIMIT AND       *
      *                CREDIT-HOLD FLAG ADDED. EVERY PARTNER IS GIVEN  *
      *                A ZERO LIMIT (NO LIMIT) AND IS NOT ON HOLD      *
      *                UNTIL PARTMNT SETS THEM. THE OLD MASTER IS READ *
      *                IN KEY SEQUENCE AND THE NEW ONE LOADED THE SAME *
      *                WAY. READS PARTNERO, WRITES PARTNERS.           *
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
           SELECT PARTNER-OLD ASSIGN TO PARTNERO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-PARTNER-CODE
           FILE STATUS IS WS-OLD-STATUS.
           SELECT PARTNER-NEW ASSIGN TO PARTNERS
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PARTNER-CODE
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD PARTNER-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
       01 OLD-PARTNER-RECORD.
          05 OLD-PARTNER-CODE               PIC X(2).
          05 OLD-PARTNER-NAME               PIC X(30).
          05 OLD-PARTNER-ADDRESS-1          PIC X(30).
          05 OLD-PARTNER-ADDRESS-2          PIC X(30).
          05 OLD-PARTNER-ADDRESS-3          PIC X(30).
          05 OLD-PARTNER-CONTACT-NAME       PIC X(20).
          05 OLD-PARTNER-PHONE              PIC X(12).
          05 OLD-PARTNER-CURRENCY           PIC X(3).
      *
       FD PARTNER-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 171 CHARACTERS.
           COPY PARTNERR.
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
           OPEN INPUT PARTNER-OLD
           IF NOT OLD-OK
              DISPLAY '** PARTNER-OLD FILE IS NOT OK **'
              DISPLAY '** PARTNER-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PARTNER-NEW
           IF NOT NEW-OK
              DISPLAY '** PARTNER-NEW FILE IS NOT OK **'
              DISPLAY '** PARTNER-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ PARTNER-OLD NEXT RECORD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-PARTNER-CODE TO PARTNER-CODE
              MOVE OLD-PARTNER-NAME TO PARTNER-NAME
              MOVE OLD-PARTNER-ADDRESS-1 TO PARTNER-ADDRESS-1
              MOVE OLD-PARTNER-ADDRESS-2 TO PARTNER-ADDRESS-2
              MOVE OLD-PARTNER-ADDRESS-3 TO PARTNER-ADDRESS-3
              MOVE OLD-PARTNER-CONTACT-NAME TO PARTNER-CONTACT-NAME
              MOVE OLD-PARTNER-PHONE TO PARTNER-PHONE
              MOVE OLD-PARTNER-CURRENCY TO PARTNER-CURRENCY
              MOVE ZERO TO PARTNER-CREDIT-LIMIT
              MOVE 'N' TO PARTNER-CREDIT-HOLD
              WRITE PARTNER-RECORD
              IF NOT NEW-OK
                 DISPLAY '** PARTNER-NEW WRITE IS NOT OK **'
                 DISPLAY '** PARTNER-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** PARTNER-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE PARTNER-OLD
           CLOSE PARTNER-NEW

           DISPLAY 'PARTNER RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'PARTNER RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'PARTCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
