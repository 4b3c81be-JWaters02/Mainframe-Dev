       IDENTIFICATION DIVISION.
       PROGRAM-ID.   SECCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : OPERSEC ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE OPERSEC INDEXED OPERATOR SECURITY   *
      *                FILE FROM THE 30-BYTE LAYOUT TO THE CURRENT     *
      *                38-BYTE LAYOUT WITH THE DELEGATE ADDED. EVERY   *
      *                OPERATOR STARTS WITH NO DELEGATE UNTIL ONE IS   *
      *                NAMED THROUGH SECMNT. THE OLD FILE IS READ IN   *
      *                KEY SEQUENCE AND THE NEW ONE LOADED THE SAME    *
      *                WAY. READS OPERSECO, WRITES OPERSEC.            *
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
           SELECT OPER-OLD ASSIGN TO OPERSECO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-OPER-ID
           FILE STATUS IS WS-OLD-STATUS.
           SELECT OPER-NEW ASSIGN TO OPERSEC
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPER-ID
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD OPER-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS.
       01 OLD-OPERATOR-RECORD.
          05 OLD-OPER-ID                      PIC X(08).
          05 OLD-OPER-NAME                    PIC X(20).
          05 OLD-OPER-AUTH-LEVEL              PIC 9(01).
          05 OLD-OPER-STATUS                  PIC X(01).
      *
       FD OPER-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 38 CHARACTERS.
           COPY OPERSECR.
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
           OPEN INPUT OPER-OLD
           IF NOT OLD-OK
              DISPLAY '** OPER-OLD FILE IS NOT OK **'
              DISPLAY '** OPER-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT OPER-NEW
           IF NOT NEW-OK
              DISPLAY '** OPER-NEW FILE IS NOT OK **'
              DISPLAY '** OPER-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ OPER-OLD NEXT RECORD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-OPER-ID TO OPER-ID
              MOVE OLD-OPER-NAME TO OPER-NAME
              MOVE OLD-OPER-AUTH-LEVEL TO OPER-AUTH-LEVEL
              MOVE OLD-OPER-STATUS TO OPER-STATUS
              MOVE SPACES TO OPER-DELEGATE
              WRITE OPERATOR-RECORD
              IF NOT NEW-OK
                 DISPLAY '** OPER-NEW WRITE IS NOT OK **'
                 DISPLAY '** OPER-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** OPER-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       3000-END-PROCESS.
           CLOSE OPER-OLD
           CLOSE OPER-NEW

           DISPLAY 'OPERATOR RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'OPERATOR RECORDS CONVERTED: ' WS-WRITTEN-COUNT.

       9999-ABEND.
           MOVE 'SECCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
