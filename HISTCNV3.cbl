       IDENTIFICATION DIVISION.
       PROGRAM-ID.   HISTCNV3.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : REPHIST ONE-OFF CONVERSION TO INDEXED           *
      *                                                                *
      *  Function    : CONVERT THE REPHIST HISTORY FILE FROM A FLAT    *
      *                SEQUENTIAL FILE TO THE INDEXED ORGANISATION     *
      *                KEYED ON DATE AND HIST-KEY, WITH ALTERNATE KEYS *
      *                ON BRANCH AND ITEM. THE LAYOUT IS UNCHANGED.    *
      *                DETAILS SHARING A DATE AND KEY (A DATE APPENDED *
      *                TWICE ON OVERRIDE, OR REPEATED REP1IN LINES)    *
      *                ARE ADDED TOGETHER INTO ONE RECORD CARRYING THE *
      *                LATEST RUN NUMBER, SO EVERY TOTAL IS PRESERVED. *
      *                READS REPHISTO, WRITES REPHIST.                 *
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
           SELECT HIST-OLD ASSIGN TO REPHISTO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT HIST-NEW ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-NEW-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD HIST-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
       01 OLD-HISTORY-RECORD.
          05 OLD-HIST-RECORD-KEY            PIC X(25).
          05 OLD-HIST-UNITS                 PIC 9(05).
          05 OLD-HIST-RETURN-UNITS          PIC 9(05).
          05 OLD-HIST-COST-VALUE            PIC 9(07)V99.
          05 OLD-HIST-RETAIL-VALUE          PIC 9(07)V99.
          05 OLD-HIST-RUN-NUMBER            PIC 9(05).
      *
       FD HIST-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
           COPY REPHIST.
      *
       WORKING-STORAGE SECTION.
      *
       01 WS-OLD-STATUS                     PIC X(2).
          88 OLD-OK                         VALUE "00".
          88 OLD-EOF                        VALUE "10".
       01 WS-NEW-STATUS                     PIC X(2).
          88 NEW-OK                         VALUE "00", "02".
          88 NEW-DUP-KEY                    VALUE "22".
      *
       01 WS-READ-COUNT                     PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT                  PIC 9(9) VALUE 0.
       01 WS-MERGED-COUNT                   PIC 9(9) VALUE 0.
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
           OPEN INPUT HIST-OLD
           IF NOT OLD-OK
              DISPLAY '** HIST-OLD FILE IS NOT OK **'
              DISPLAY '** HIST-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
      *    Created empty, then reopened for update so that a second
      *    detail for a date and key already loaded can be added in.
           OPEN OUTPUT HIST-NEW
           IF NEW-OK
              CLOSE HIST-NEW
              OPEN I-O HIST-NEW
           END-IF
           IF NOT NEW-OK
              DISPLAY '** HIST-NEW FILE IS NOT OK **'
              DISPLAY '** HIST-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2000-MAIN-PROCESS.
           READ HIST-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-HISTORY-RECORD TO HISTORY-RECORD
              WRITE HISTORY-RECORD
              IF NEW-OK
                 ADD 1 TO WS-WRITTEN-COUNT
              ELSE
                 IF NEW-DUP-KEY
                    PERFORM 2100-MERGE-DUPLICATE
                 ELSE
                    DISPLAY '** HIST-NEW WRITE IS NOT OK **'
                    DISPLAY '** HIST-NEW: ' WS-NEW-STATUS
                    MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
              END-IF
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** HIST-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-MERGE-DUPLICATE.
           READ HIST-NEW
              INVALID KEY
                 DISPLAY '** HIST-NEW DUPLICATE NOT FOUND **'
                 DISPLAY '** HIST-NEW: ' HIST-RECORD-KEY
                 MOVE '2100-MERGE-DUPLICATE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-READ
           ADD OLD-HIST-UNITS TO HIST-UNITS
           ADD OLD-HIST-RETURN-UNITS TO HIST-RETURN-UNITS
           ADD OLD-HIST-COST-VALUE TO HIST-COST-VALUE
           ADD OLD-HIST-RETAIL-VALUE TO HIST-RETAIL-VALUE
           IF OLD-HIST-RUN-NUMBER > HIST-RUN-NUMBER
              MOVE OLD-HIST-RUN-NUMBER TO HIST-RUN-NUMBER
           END-IF
           REWRITE HISTORY-RECORD
           IF NOT NEW-OK
              DISPLAY '** HIST-NEW REWRITE IS NOT OK **'
              DISPLAY '** HIST-NEW: ' WS-NEW-STATUS
              MOVE '2100-MERGE-DUPLICATE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO WS-MERGED-COUNT.

       3000-END-PROCESS.
           CLOSE HIST-OLD
           CLOSE HIST-NEW

           DISPLAY 'HISTORY RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'HISTORY RECORDS LOADED: ' WS-WRITTEN-COUNT
           DISPLAY 'HISTORY RECORDS MERGED INTO A DUPLICATE KEY: '
              WS-MERGED-COUNT.

       9999-ABEND.
           MOVE 'HISTCNV3' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
