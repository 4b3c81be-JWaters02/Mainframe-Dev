      *                                                                *
      *  Function    : TAKES A RETENTION PERIOD IN DAYS FROM PARMIN,   *
      *                COPIES HISTORY-RECORDS WITH HIST-DATE OLDER     *
      *                THAN THE CUTOFF TO THE HISTARCH ARCHIVE FILE    *
      *                AND DELETES THEM FROM THE INDEXED REPHIST IN    *
      *                PLACE, AND PRINTS A PURGE REPORT SHOWING        *
      *                RECORDS KEPT, ARCHIVED AND THE DATE RANGE OF    *
      *                EACH.                                           *
      *                                                                *
      *
       FILE-CONTROL.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT HIST-ARCHIVE ASSIGN TO HISTARCH
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO HISTPRPT
           RECORDING MODE IS F
           RECORD CONTAINS 58 CHARACTERS.
       01 HIST-ARCHIVE-RECORD               PIC X(58).
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
      * Flags...
      *
       01 WS-HIST-STATUS                    PIC X(2).
          88 HIST-OK                        VALUE "00", "02".
          88 HIST-EOF                       VALUE "10".
          88 HIST-VALID                     VALUE "00", "10".
       01 WS-ARCH-STATUS                    PIC X(2).
          88 ARCH-OK                        VALUE "00".
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-OK                     VALUE "00".
          88 PARM-IN-EOF                    VALUE "10".
              IF HIST-DATE < WS-CUTOFF-DATE
                 PERFORM 5000-WRITE-ARCHIVE
              ELSE
                 PERFORM 5100-COUNT-KEEP
              END-IF
           END-IF

           DISPLAY 'HISTORY RECORDS ARCHIVED: ' WS-ARCHIVED-COUNT.

       4000-OPEN-FILES.
           OPEN I-O REP-HISTORY.
           IF NOT HIST-OK
              DISPLAY '** REP-HISTORY FILE IS NOT OK **'
              DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
              MOVE '4000-OPEN-FILES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           OPEN OUTPUT PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** PRINT-OUT FILE IS NOT OK **'

       4100-READ-REP-HISTORY.
           IF NOT HIST-EOF
               READ REP-HISTORY NEXT RECORD
               IF NOT HIST-OK AND NOT HIST-EOF
                  DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                  DISPLAY '** READ REP-HISTORY: ' HISTORY-RECORD
              MOVE '4200-CLOSE-FILES' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           CLOSE PRINT-OUT.
           IF NOT PRINT-OUT-OK
              DISPLAY '** COULD NOT CLOSE PRINT-OUT **'
              MOVE HIST-DATE TO WS-ARCH-MAX-DATE
           END-IF
           MOVE HISTORY-RECORD TO HIST-ARCHIVE-RECORD
           WRITE HIST-ARCHIVE-RECORD
           DELETE REP-HISTORY RECORD
           IF NOT HIST-OK
              DISPLAY '** REP-HISTORY DELETE IS NOT OK **'
              DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
              MOVE '5000-WRITE-ARCHIVE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       5100-COUNT-KEEP.
           ADD 1 TO WS-KEPT-COUNT
           IF HIST-DATE < WS-KEPT-MIN-DATE
              MOVE HIST-DATE TO WS-KEPT-MIN-DATE
           END-IF
           IF HIST-DATE > WS-KEPT-MAX-DATE
              MOVE HIST-DATE TO WS-KEPT-MAX-DATE
           END-IF.

       5200-PRINT-PURGE-REPORT.
           MOVE WS-RETENTION-DAYS TO WS-H1-RETENTION
