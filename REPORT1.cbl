           SELECT CTL-TOTALS-FILE ASSIGN TO CTLTOTS
           FILE STATUS IS WS-CTL-STATUS.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT REP-IN-EXC ASSIGN TO REP1EXC
           FILE STATUS IS WS-REP-EXC-STATUS.
          88 CTL-VALID                      VALUE "00", "10".
          88 CTL-NOT-FOUND                  VALUE "35".
       01 WS-HIST-STATUS                    PIC X(2).
          88 HIST-OK                        VALUE "00", "02".
          88 HIST-DUP-KEY                   VALUE "22".
          88 HIST-NOT-FOUND                 VALUE "35".
       01 WS-REP-EXC-STATUS                 PIC X(2).
          88 REP-EXC-OK                     VALUE "00".
                 MOVE '4956-CHECK-EXISTING-HISTORY' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE WS-DATE TO HIST-DATE
              MOVE LOW-VALUES TO HIST-KEY
              START REP-HISTORY KEY IS NOT LESS THAN HIST-RECORD-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-HIST-SCAN-DONE
              END-START
              PERFORM 4957-SCAN-ONE-HISTORY UNTIL HIST-SCAN-DONE
              CLOSE REP-HISTORY
              MOVE "00" TO WS-HIST-STATUS
           END-IF.

       4957-SCAN-ONE-HISTORY.
      *    The history is in date order, so the first record at or
      *    after the business date settles it.
           READ REP-HISTORY NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-HIST-SCAN-DONE
           END-READ
           IF NOT HIST-SCAN-DONE AND HIST-OK
              IF HIST-DATE = WS-DATE
                 MOVE 'Y' TO WS-HIST-DATE-FOUND
              END-IF
           END-IF
           MOVE 'Y' TO WS-HIST-SCAN-DONE.

       4970-READ-RUN-CONTROL.
           OPEN INPUT RUNCTL-IN
              END-IF
           END-IF

           OPEN I-O REP-HISTORY.
           IF HIST-NOT-FOUND
              OPEN OUTPUT REP-HISTORY
              IF HIST-OK
                 CLOSE REP-HISTORY
                 OPEN I-O REP-HISTORY
              END-IF
           END-IF
           IF NOT HIST-OK
              DISPLAY '** REP-HISTORY FILE IS NOT OK **'
           MOVE R-COST-VALUE TO HIST-COST-VALUE
           MOVE R-RETAIL-VALUE TO HIST-RETAIL-VALUE
           MOVE WS-RUN-NUMBER TO HIST-RUN-NUMBER
           WRITE HISTORY-RECORD
           IF HIST-DUP-KEY
              PERFORM 5160-ADD-TO-HISTORY-RECORD
           END-IF
           IF NOT HIST-OK
              DISPLAY '** REP-HISTORY WRITE IS NOT OK **'
              DISPLAY '** REP-HISTORY: ' WS-HIST-STATUS
              MOVE '5150-WRITE-HISTORY-RECORD' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       5160-ADD-TO-HISTORY-RECORD.
      *    A second detail for the same date and key - a repeated
      *    REP1IN line, or a second set appended on override - is
      *    added into the record already on file.
           READ REP-HISTORY
              INVALID KEY
                 DISPLAY '** REP-HISTORY DUPLICATE NOT FOUND **'
                 MOVE '5160-ADD-TO-HISTORY-RECORD' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
           END-READ
           ADD R-UNITS TO HIST-UNITS
           ADD R-RETURN-UNITS TO HIST-RETURN-UNITS
           ADD R-COST-VALUE TO HIST-COST-VALUE
           ADD R-RETAIL-VALUE TO HIST-RETAIL-VALUE
           MOVE WS-RUN-NUMBER TO HIST-RUN-NUMBER
           REWRITE HISTORY-RECORD.

       5200-DISPLAY-TOTALS.
           MOVE WS-REP-IN-COUNT TO WS-ITEMS
