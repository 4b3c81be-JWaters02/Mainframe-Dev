           RECORD KEY IS BRANCH-NO
           FILE STATUS IS WS-BRANCH-IN-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-IN ASSIGN TO PARMIN
           FILE STATUS IS WS-PARM-IN-STATUS.
          88 BRANCH-IN-OK                   VALUE "00".
          88 BRANCH-IN-EOF                  VALUE "10".
       01 WS-HIST-STATUS                    PIC X(2).
          88 HIST-OK                        VALUE "00", "02".
          88 HIST-EOF                       VALUE "10".
          88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-PARM-IN-STATUS                 PIC X(2).
          88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-PRINT-OUT-STATUS               PIC X(2).
          88 PRINT-OUT-OK                   VALUE "00".
       01 WS-HIST-PRESENT                   PIC X VALUE 'N'.
          88 HIST-PRESENT                   VALUE 'Y'.
       01 WS-BRANCH-HIST-DONE               PIC X VALUE 'N'.
          88 BRANCH-HIST-DONE               VALUE 'Y'.
      *
      * Variables...
      *
                 MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-HIST-PRESENT
      *       Only activity since the cutoff is loaded; a branch with
      *       none has its last date looked up by branch afterwards.
              MOVE WS-CUTOFF-DATE TO HIST-DATE
              MOVE LOW-VALUES TO HIST-KEY
              START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                    SET HIST-EOF TO TRUE
              END-START
           END-IF

           OPEN INPUT BRANCH-IN
           WRITE PRINT-OUT-RECORD.

       2000-LOAD-ACTIVITY.
           READ REP-HISTORY NEXT RECORD
              AT END CONTINUE
           END-READ
           IF HIST-OK
              WHEN AC-BRANCH(AC) = BRANCH-NO
                 MOVE AC-LAST-DATE(AC) TO WS-LAST-ACTIVITY
           END-SEARCH
           IF WS-LAST-ACTIVITY = 0 AND HIST-PRESENT
              PERFORM 3200-FIND-LAST-ACTIVITY
           END-IF

           IF WS-LAST-ACTIVITY < WS-CUTOFF-DATE
              ADD 1 TO WS-DORMANT-COUNT
              WRITE PRINT-OUT-RECORD
           END-IF.

       3200-FIND-LAST-ACTIVITY.
      *    Branch duplicates come back in the order they were written,
      *    not by date, so every record for the branch is looked at.
           MOVE 'N' TO WS-BRANCH-HIST-DONE
           MOVE BRANCH-NO TO HIST-BRANCH
           START REP-HISTORY KEY IS EQUAL TO HIST-BRANCH
              INVALID KEY
                 MOVE 'Y' TO WS-BRANCH-HIST-DONE
           END-START
           PERFORM 3210-READ-BRANCH-HISTORY UNTIL BRANCH-HIST-DONE.

       3210-READ-BRANCH-HISTORY.
           READ REP-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-BRANCH-HIST-DONE
           END-READ
           IF NOT BRANCH-HIST-DONE
              IF NOT HIST-OK
                 DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                 DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
                 MOVE '3210-READ-BRANCH-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF HIST-BRANCH NOT = BRANCH-NO
                 MOVE 'Y' TO WS-BRANCH-HIST-DONE
              ELSE
                 IF HIST-DATE > WS-LAST-ACTIVITY
                    MOVE HIST-DATE TO WS-LAST-ACTIVITY
                 END-IF
              END-IF
           END-IF.

       3500-END-PROCESS.
           IF HIST-PRESENT
              CLOSE REP-HISTORY
           END-IF
           CLOSE BRANCH-IN
