       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PTDSCONV.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PTDSTAT ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE PTDSTAT PERIOD-TO-DATE MASTER FROM  *
      *                THE 37-BYTE LAYOUT TO THE CURRENT 43-BYTE       *
      *                LAYOUT WITH THE MERCHANDISE CATEGORY ADDED.     *
      *                EACH ITEM IS GIVEN ITS DEPARTMENT AND CATEGORY  *
      *                FROM THE ITEMMAST ITEM MASTER, OR LEFT BLANK    *
      *                WHEN THE ITEM IS NOT ON FILE; EX4 FILLS IT IN   *
      *                ON THE NEXT POSTING ONCE THE ITEM IS            *
      *                CLASSIFIED. READS PTDSTATO, WRITES PTDSTAT.     *
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
           SELECT STAT-OLD ASSIGN TO PTDSTATO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-PTD-ITEM
           FILE STATUS IS WS-OLD-STATUS.
           SELECT STAT-NEW ASSIGN TO PTDSTAT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PTD-ITEM
           FILE STATUS IS WS-NEW-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD STAT-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 37 CHARACTERS.
       01 OLD-STAT-RECORD.
          05 OLD-PTD-ITEM                   PIC X(06).
          05 OLD-PTD-COUNT                  PIC 9(09).
          05 OLD-PTD-UNITS                  PIC S9(09).
          05 OLD-PTD-VALUE                  PIC S9(11)V99.
      *
       FD STAT-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY PTDSTATR.
      *
       FD ITEM-IN
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
       01 WS-ITEM-IN-STATUS                 PIC X(2).
          88 ITEM-IN-OK                     VALUE "00".
          88 ITEM-IN-NO-FILE                VALUE "35".
       01 WS-ITEM-MAST-OPEN                 PIC X VALUE 'N'.
          88 ITEM-MAST-OPEN                 VALUE 'Y'.
      *
       01 WS-READ-COUNT                     PIC 9(9) VALUE 0.
       01 WS-WRITTEN-COUNT                  PIC 9(9) VALUE 0.
       01 WS-UNCLASSIFIED-COUNT             PIC 9(9) VALUE 0.
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
           OPEN INPUT STAT-OLD
           IF NOT OLD-OK
              DISPLAY '** STAT-OLD FILE IS NOT OK **'
              DISPLAY '** STAT-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT STAT-NEW
           IF NOT NEW-OK
              DISPLAY '** STAT-NEW FILE IS NOT OK **'
              DISPLAY '** STAT-NEW: ' WS-NEW-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN INPUT ITEM-IN
           IF ITEM-IN-NO-FILE
              DISPLAY '** WARNING: NO ITEM MASTER - CATEGORIES '
                 'LEFT BLANK **'
           ELSE
              IF NOT ITEM-IN-OK
                 DISPLAY '** ITEM-IN FILE IS NOT OK **'
                 DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-ITEM-MAST-OPEN
           END-IF.

       2000-MAIN-PROCESS.
           READ STAT-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-PTD-ITEM TO PTD-ITEM
              MOVE OLD-PTD-COUNT TO PTD-COUNT
              MOVE OLD-PTD-UNITS TO PTD-UNITS
              MOVE OLD-PTD-VALUE TO PTD-VALUE
              PERFORM 2100-LOOKUP-CATEGORY
              WRITE PTD-STAT-RECORD
              IF NOT NEW-OK
                 DISPLAY '** STAT-NEW WRITE IS NOT OK **'
                 DISPLAY '** STAT-NEW: ' WS-NEW-STATUS
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** STAT-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-LOOKUP-CATEGORY.
           MOVE SPACES TO PTD-CATEGORY
           IF ITEM-MAST-OPEN
              MOVE OLD-PTD-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-CATEGORY TO PTD-CATEGORY
              END-READ
           END-IF
           IF PTD-CATEGORY = SPACES
              ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF.

       3000-END-PROCESS.
           CLOSE STAT-OLD
           CLOSE STAT-NEW
           IF ITEM-MAST-OPEN
              CLOSE ITEM-IN
           END-IF

           DISPLAY 'PTD RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'PTD RECORDS CONVERTED: ' WS-WRITTEN-COUNT
           DISPLAY 'PTD RECORDS WITHOUT A CATEGORY: '
              WS-UNCLASSIFIED-COUNT.

       9999-ABEND.
           MOVE 'PTDSCONV' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
