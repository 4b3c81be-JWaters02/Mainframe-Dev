       IDENTIFICATION DIVISION.
       PROGRAM-ID.   PTDACNV2.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : PTDARCH ONE-OFF LAYOUT CONVERSION               *
      *                                                                *
      *  Function    : CONVERT THE PTDARCH PERIOD ARCHIVE FROM THE     *
      *                51-BYTE LAYOUT TO THE CURRENT 57-BYTE LAYOUT    *
      *                WITH THE MERCHANDISE CATEGORY ADDED. EACH       *
      *                ARCHIVED ITEM IS GIVEN ITS CURRENT DEPARTMENT   *
      *                AND CATEGORY FROM THE ITEMMAST ITEM MASTER, OR  *
      *                LEFT BLANK WHEN THE ITEM IS NO LONGER ON FILE.  *
      *                READS PTDARCHO, WRITES PTDARCH.                 *
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
           SELECT ARCH-OLD ASSIGN TO PTDARCHO
           FILE STATUS IS WS-OLD-STATUS.
           SELECT ARCH-NEW ASSIGN TO PTDARCH
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
       FD ARCH-OLD
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 51 CHARACTERS.
       01 OLD-ARCHIVE-RECORD.
          05 OLD-PTA-CLOSE-DATE             PIC 9(08).
          05 OLD-PTA-FISCAL-YEAR            PIC 9(04).
          05 OLD-PTA-FISCAL-PERIOD          PIC 9(02).
          05 OLD-PTA-ITEM                   PIC X(06).
          05 OLD-PTA-COUNT                  PIC 9(09).
          05 OLD-PTA-UNITS                  PIC S9(09).
          05 OLD-PTA-VALUE                  PIC S9(11)V99.
      *
       FD ARCH-NEW
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 57 CHARACTERS.
       01 PTD-ARCHIVE-RECORD.
          05 PTA-CLOSE-DATE                 PIC 9(08).
          05 PTA-FISCAL-YEAR                PIC 9(04).
          05 PTA-FISCAL-PERIOD              PIC 9(02).
          05 PTA-ITEM                       PIC X(06).
          05 PTA-COUNT                      PIC 9(09).
          05 PTA-UNITS                      PIC S9(09).
          05 PTA-VALUE                      PIC S9(11)V99.
          05 PTA-CATEGORY                   PIC X(06).
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
           OPEN INPUT ARCH-OLD
           IF NOT OLD-OK
              DISPLAY '** ARCH-OLD FILE IS NOT OK **'
              DISPLAY '** ARCH-OLD: ' WS-OLD-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT ARCH-NEW
           IF NOT NEW-OK
              DISPLAY '** ARCH-NEW FILE IS NOT OK **'
              DISPLAY '** ARCH-NEW: ' WS-NEW-STATUS
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
           READ ARCH-OLD
              AT END CONTINUE
           END-READ
           IF OLD-OK
              ADD 1 TO WS-READ-COUNT
              MOVE OLD-PTA-CLOSE-DATE TO PTA-CLOSE-DATE
              MOVE OLD-PTA-FISCAL-YEAR TO PTA-FISCAL-YEAR
              MOVE OLD-PTA-FISCAL-PERIOD TO PTA-FISCAL-PERIOD
              MOVE OLD-PTA-ITEM TO PTA-ITEM
              MOVE OLD-PTA-COUNT TO PTA-COUNT
              MOVE OLD-PTA-UNITS TO PTA-UNITS
              MOVE OLD-PTA-VALUE TO PTA-VALUE
              PERFORM 2100-LOOKUP-CATEGORY
              WRITE PTD-ARCHIVE-RECORD
              ADD 1 TO WS-WRITTEN-COUNT
           ELSE
              IF NOT OLD-EOF
                 DISPLAY '** ARCH-OLD FILE IS NOT OK **'
                 MOVE '2000-MAIN-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
           END-IF.

       2100-LOOKUP-CATEGORY.
      *    Archived periods take the item's category as it stands
      *    today; the hierarchy keeps no history of reclassification.
           MOVE SPACES TO PTA-CATEGORY
           IF ITEM-MAST-OPEN
              MOVE OLD-PTA-ITEM TO ITEM-CODE
              READ ITEM-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-CATEGORY TO PTA-CATEGORY
              END-READ
           END-IF
           IF PTA-CATEGORY = SPACES
              ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF.

       3000-END-PROCESS.
           CLOSE ARCH-OLD
           CLOSE ARCH-NEW
           IF ITEM-MAST-OPEN
              CLOSE ITEM-IN
           END-IF

           DISPLAY 'ARCHIVE RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'ARCHIVE RECORDS CONVERTED: ' WS-WRITTEN-COUNT
           DISPLAY 'ARCHIVE RECORDS WITHOUT A CATEGORY: '
              WS-UNCLASSIFIED-COUNT.

       9999-ABEND.
           MOVE 'PTDACNV2' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
