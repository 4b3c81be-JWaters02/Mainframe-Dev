           ACCESS MODE IS RANDOM
           RECORD KEY IS PTD-ITEM
           FILE STATUS IS WS-PTD-STAT-STATUS.
           SELECT ITEM-MAST ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-MAST-STATUS.
           SELECT EXCEPTIONS-OUT ASSIGN TO ITEMEXC
           FILE STATUS IS WS-EXCEPTIONS-OUT-STATUS.
           SELECT MGMTSUM-OUT ASSIGN TO MGMTSUM
       FD PTD-STAT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 43 CHARACTERS.
           COPY PTDSTATR.

       FD ITEM-MAST
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.

       FD EXCEPTIONS-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           88 INPUT-VALID                    VALUE "00", "10".
       01 WS-SUMMARY-OUT-STATUS              PIC X(2).
           88 SUMMARY-OUT-OK                 VALUE "00".
       01 WS-ITEM-MAST-STATUS                PIC X(2).
           88 ITEM-MAST-OK                   VALUE "00".
           88 ITEM-MAST-NO-FILE              VALUE "35".
       01 WS-ITEM-MAST-OPEN                  PIC X VALUE 'N'.
           88 ITEM-MAST-OPEN                 VALUE 'Y'.
       01 WS-CUR-CATEGORY                    PIC X(6) VALUE SPACES.
       01 WS-EXCEPTIONS-OUT-STATUS           PIC X(2).
           88 EXCEPTIONS-OUT-OK              VALUE "00".
       01 WS-MGMTSUM-STATUS                  PIC X(2).
              DISPLAY 'TRIAL RUN - PTD MASTER WILL NOT BE POSTED'
           ELSE
              PERFORM OPEN-PTD-STAT
              PERFORM OPEN-ITEM-MAST
           END-IF.
           PERFORM READ-DATA UNTIL WS-EOF-POINT = 'Y'.
           IF WS-HEADER-SEEN NOT = 'Y'
           IF NOT TRIAL-RUN
              CLOSE PTD-STAT
           END-IF.
           IF ITEM-MAST-OPEN
              CLOSE ITEM-MAST
           END-IF.
           PERFORM WRITE-SUMMARY-REPORT.
           CLOSE FILEIN
                 SUMMARY-OUT
              PERFORM ABEND-PROGRAM
           END-IF.

       OPEN-ITEM-MAST.
           OPEN INPUT ITEM-MAST
           IF ITEM-MAST-NO-FILE
              DISPLAY '** WARNING: NO ITEM MASTER - PTD CATEGORIES '
                 'NOT SET **'
              MOVE 'NO ITEM MASTER - PTD CATEGORIES NOT SET'
                 TO WL-WARNING-TEXT
              PERFORM LOG-WARNING
           ELSE
              IF NOT ITEM-MAST-OK
                 DISPLAY '** ITEM-MAST FILE IS NOT OK **'
                 DISPLAY '** ITEM-MAST: ' WS-ITEM-MAST-STATUS
                 MOVE 'OPEN-ITEM-MAST' TO EL-PARAGRAPH
                 PERFORM ABEND-PROGRAM
              END-IF
              MOVE 'Y' TO WS-ITEM-MAST-OPEN
           END-IF.

       LOOKUP-ITEM-CATEGORY.
           MOVE SPACES TO WS-CUR-CATEGORY
           IF ITEM-MAST-OPEN
              MOVE WS-CUR-ITEM TO ITEM-CODE
              READ ITEM-MAST
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ITEM-CATEGORY TO WS-CUR-CATEGORY
              END-READ
           END-IF.

       POST-PTD-STAT.
           ADD 1 TO WS-PTD-POSTED-COUNT
           PERFORM LOOKUP-ITEM-CATEGORY
           MOVE WS-CUR-ITEM TO PTD-ITEM
           READ PTD-STAT
              INVALID KEY
                 MOVE WS-CUR-ITEM-COUNT TO PTD-COUNT
                 MOVE WS-CUR-ITEM-UNITS TO PTD-UNITS
                 MOVE WS-CUR-ITEM-VALUE TO PTD-VALUE
                 MOVE WS-CUR-CATEGORY TO PTD-CATEGORY
                 WRITE PTD-STAT-RECORD
                 IF NOT PTD-STAT-OK
                    DISPLAY '** PTD-STAT WRITE IS NOT OK **'
                 ADD WS-CUR-ITEM-COUNT TO PTD-COUNT
                 ADD WS-CUR-ITEM-UNITS TO PTD-UNITS
                 ADD WS-CUR-ITEM-VALUE TO PTD-VALUE
                 IF WS-CUR-CATEGORY NOT = SPACES
                    MOVE WS-CUR-CATEGORY TO PTD-CATEGORY
                 END-IF
                 REWRITE PTD-STAT-RECORD
                 IF NOT PTD-STAT-OK
                    DISPLAY '** PTD-STAT REWRITE IS NOT OK **'
