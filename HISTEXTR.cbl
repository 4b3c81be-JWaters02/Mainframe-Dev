      *
       FILE-CONTROL.
           SELECT REP-HISTORY ASSIGN TO REPHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           ALTERNATE RECORD KEY IS HIST-BRANCH WITH DUPLICATES
           ALTERNATE RECORD KEY IS HIST-ITEM WITH DUPLICATES
           FILE STATUS IS WS-HIST-STATUS.
           SELECT PARM-IN ASSIGN TO HEXPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
      * Flags...
      *
       01 WS-HIST-STATUS                     PIC X(2).
           88 HIST-OK                        VALUE "00", "02".
           88 HIST-EOF                       VALUE "10".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-RECORD-SELECTED                 PIC X VALUE 'Y'.
           88 RECORD-SELECTED                VALUE 'Y'.
       01 WS-ACCESS-PATH                     PIC X VALUE 'D'.
           88 PATH-BY-BRANCH                 VALUE 'B'.
           88 PATH-BY-ITEM                   VALUE 'I'.
           88 PATH-BY-DATE                   VALUE 'D'.
      *
      * Selection filters...
      *
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           PERFORM 4050-START-REP-HISTORY

           OPEN OUTPUT CSV-OUT
           IF NOT CSV-OK
           DISPLAY 'HISTORY RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'RECORDS SELECTED: ' WS-SELECTED-COUNT.

       4050-START-REP-HISTORY.
      *    A branch or item filter reads just that branch's or item's
      *    records by the alternate key; otherwise reading starts at
      *    the from-date on the date-ordered prime key. The filters
      *    are still applied to every record read.
           EVALUATE TRUE
              WHEN WS-SEL-BRANCH NOT = SPACES
                 SET PATH-BY-BRANCH TO TRUE
                 MOVE WS-SEL-BRANCH TO HIST-BRANCH
                 START REP-HISTORY KEY IS EQUAL TO HIST-BRANCH
                    INVALID KEY
                       SET HIST-EOF TO TRUE
                 END-START
              WHEN WS-SEL-ITEM NOT = SPACES
                 SET PATH-BY-ITEM TO TRUE
                 MOVE WS-SEL-ITEM TO HIST-ITEM
                 START REP-HISTORY KEY IS EQUAL TO HIST-ITEM
                    INVALID KEY
                       SET HIST-EOF TO TRUE
                 END-START
              WHEN OTHER
                 SET PATH-BY-DATE TO TRUE
                 MOVE WS-DATE-FROM TO HIST-DATE
                 MOVE LOW-VALUES TO HIST-KEY
                 START REP-HISTORY
                    KEY IS NOT LESS THAN HIST-RECORD-KEY
                    INVALID KEY
                       SET HIST-EOF TO TRUE
                 END-START
           END-EVALUATE.

       4100-READ-REP-HISTORY.
           IF NOT HIST-EOF
               READ REP-HISTORY NEXT RECORD
               IF NOT HIST-OK AND NOT HIST-EOF
                  DISPLAY '** REP-HISTORY FILE IS NOT OK **'
                  DISPLAY '** READ REP-HISTORY: ' HISTORY-RECORD
                  MOVE '4100-READ-REP-HISTORY' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
               IF HIST-OK
                  PERFORM 4110-CHECK-END-OF-PATH
               END-IF
           END-IF.

       4110-CHECK-END-OF-PATH.
           EVALUATE TRUE
              WHEN PATH-BY-BRANCH
                 IF HIST-BRANCH NOT = WS-SEL-BRANCH
                    SET HIST-EOF TO TRUE
                 END-IF
              WHEN PATH-BY-ITEM
                 IF HIST-ITEM NOT = WS-SEL-ITEM
                    SET HIST-EOF TO TRUE
                 END-IF
              WHEN OTHER
                 IF WS-DATE-TO > 0 AND HIST-DATE > WS-DATE-TO
                    SET HIST-EOF TO TRUE
                 END-IF
           END-EVALUATE.

       9999-ABEND.
           MOVE 'HISTEXTR' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
