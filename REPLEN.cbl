      *                                                                *
      *  Project     : REPLENISHMENT EXTRACT                           *
      *                                                                *
      *  Function    : COMPARE THE ON-HAND QUANTITY BY ITEM AND BRANCH *
      *                FROM THE ITEMINFO DETAIL (THE SAME SORTOUT FILE *
      *                EX6 READS, IN ITEM SEQUENCE) AGAINST THE ITEM   *
      *                MASTER REORDER POINT, WRITE A                   *
      *                REORDER-SUGGESTION FILE AND PRINT A BUYER'S     *
      *                REPORT BROKEN BY BRANCH IN THE SAME SEQUENCE    *
      *                THE WAREHOUSE PICKS. THE ON-HAND IS ACCUMULATED *
      *                BY BRANCH AND ITEM ACROSS THE WHOLE FILE - THE  *
      *                INPUT ARRIVES IN ITEM SEQUENCE SO BRANCHES      *
      *                INTERLEAVE - AND THE REPORT IS PRODUCED IN      *
      *                BRANCH SEQUENCE AT END OF FILE. QUANTITY STILL  *
      *                OUTSTANDING ON OPENPO PURCHASE-ORDER LINES      *
      *                COUNTS AS ALREADY ON ORDER: AN ITEM IS ONLY     *
      *                SUGGESTED WHEN ON-HAND PLUS ON-ORDER IS BELOW   *
      *                THE REORDER POINT, AND THE SUGGESTED QUANTITY   *
      *                ORDERS BACK UP TO THE REORDER POINT PLUS THE    *
      *                DEMAND EXPECTED OVER THE SUPPLIER'S LEAD TIME   *
      *                (ITEMSUP IS-LEAD-DAYS AT THE FCSTMAST DAILY     *
      *                RATE, SHARED EQUALLY BY THE BRANCHES CARRYING   *
      *                THE ITEM), NET OF WHAT IS ON ORDER. AN ITEM     *
      *                WITH NO FORECAST OR NO SUPPLIER LINK ORDERS     *
      *                BACK UP TO TWICE THE REORDER POINT AS BEFORE.   *
      *                WITHIN EACH BRANCH, CLASS A ITEMS ARE SUGGESTED *
      *                FIRST, THEN B, THEN C, THEN ITEMS NOT YET       *
      *                CLASSIFIED; THE OPTIONAL REPLPARM LIMITS THE    *
      *                SUGGESTIONS TO UP TO THREE NAMED ABC CLASSES.   *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT OPENPO-IN ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT ITEMSUP-IN ASSIGN TO ITEMSUP
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS IS-ITEM
           FILE STATUS IS WS-ITEMSUP-STATUS.
           SELECT FORECAST-IN ASSIGN TO FCSTMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FC-ITEM
           FILE STATUS IS WS-FORECAST-STATUS.
           SELECT REORDER-OUT ASSIGN TO REORDSUG
           FILE STATUS IS WS-REORDER-OUT-STATUS.
           SELECT PARM-IN ASSIGN TO REPLPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT PRINT-OUT ASSIGN TO REPLPRT
           FILE STATUS IS WS-PRINT-OUT-STATUS.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD OPENPO-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD ITEMSUP-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 18 CHARACTERS.
           COPY ITEMSUPR.
      *
       FD FORECAST-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 53 CHARACTERS.
           COPY FCSTR.
      *
       FD REORDER-OUT
           BLOCK CONTAINS 0 RECORDS
           05 RO-ON-HAND                     PIC 9(7).
           05 RO-REORDER-POINT               PIC 9(5).
           05 RO-SUGGESTED-QTY               PIC 9(7).
      *
      * Optional run parameter - up to three ABC classes to suggest
      * for; spaces suggest for every item...
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 3 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-CLASSES                   PIC X(3).
      *
       FD PRINT-OUT
           BLOCK CONTAINS 0 RECORDS
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NO-FILE                 VALUE "35".
       01 WS-OPENPO-EOF                      PIC X VALUE 'N'.
           88 OPENPO-EOF                     VALUE 'Y'.
       01 WS-ITEMSUP-STATUS                  PIC X(2).
           88 ITEMSUP-OK                     VALUE "00".
           88 ITEMSUP-NO-FILE                VALUE "35".
       01 WS-FORECAST-STATUS                 PIC X(2).
           88 FORECAST-OK                    VALUE "00".
           88 FORECAST-NO-FILE               VALUE "35".
       01 WS-ITEMSUP-OPEN                    PIC X VALUE 'N'.
           88 ITEMSUP-OPEN                   VALUE 'Y'.
       01 WS-FORECAST-OPEN                   PIC X VALUE 'N'.
           88 FORECAST-OPEN                  VALUE 'Y'.
       01 WS-FORECAST-BASIS                  PIC X VALUE 'N'.
           88 FORECAST-BASIS                 VALUE 'Y'.
       01 WS-REORDER-OUT-STATUS              PIC X(2).
           88 REORDER-OUT-OK                 VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
           88 PRINT-OUT-OK                   VALUE "00".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-CLASS-SELECTED                  PIC X VALUE 'Y'.
           88 CLASS-SELECTED                 VALUE 'Y'.
       01 WS-ITEM-ON-FILE                    PIC X VALUE 'Y'.
           88 ITEM-ON-FILE                   VALUE 'Y'.
      *
           88 BRANCH-FOUND                   VALUE 'Y'.
       01 WS-SUGGESTED-QTY                   PIC S9(7) VALUE 0.
       01 WS-NET-QUANTITY                    PIC S9(7) VALUE 0.
       01 WS-ON-ORDER                        PIC 9(7) VALUE 0.
       01 WS-LEAD-DEMAND                     PIC 9(7) VALUE 0.
       01 WS-ITEM-BRANCHES                   PIC 9(5) VALUE 0.
       01 WS-SELECT-CLASSES                  PIC X(3) VALUE SPACES.
       01 FILLER REDEFINES WS-SELECT-CLASSES.
          05 WS-SELECT-CLASS                 PIC X OCCURS 3 TIMES.
      *    Each branch is worked in class order - A, B, C and then
      *    items not yet classified or not on the item master.
       01 WS-CLASS-PASS                      PIC 9 VALUE 0.
       01 WS-ITEM-PASS                       PIC 9 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-SUGGESTION-COUNT                PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-ITEM-COUNT              PIC 9(5) VALUE 0.
       01 WS-COVERED-COUNT                   PIC 9(5) VALUE 0.
       01 WS-FORECAST-SIZED-COUNT            PIC 9(5) VALUE 0.
       01 WS-FIXED-SIZED-COUNT               PIC 9(5) VALUE 0.
       01 WS-CLASS-HELD-COUNT                PIC 9(5) VALUE 0.
      *
      * Branch/item on-hand accumulation table - sized well above the
      * largest item by branch cardinality yet seen; the guard is a
          05 WS-BR-ITEM-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON WS-BR-ITEM-COUNT
             INDEXED BY BI BX.
             10 WS-BR-BRANCH                 PIC X(4).
             10 WS-BR-ITEM                   PIC X(6).
             10 WS-BR-ON-HAND                PIC S9(7).
      *
      * Quantity outstanding on open purchase-order lines by branch
      * and item...
      *
       01 WS-ON-ORDER-TABLE.
          05 WS-OO-COUNT                     PIC 9(5) VALUE 0.
          05 WS-OO-ENTRY
             OCCURS 1 TO 20000 TIMES
             DEPENDING ON WS-OO-COUNT
             INDEXED BY OO.
             10 WS-OO-BRANCH                 PIC X(4).
             10 WS-OO-ITEM                   PIC X(6).
             10 WS-OO-QUANTITY               PIC 9(7).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-HEADER1-MSG.
             10 FILLER                       PIC X(30)   VALUE
                'REPLENISHMENT SUGGESTIONS'.
             10 WS-H1-CLASS-LABEL            PIC X(18)   VALUE SPACES.
             10 WS-H1-CLASSES                PIC X(3)    VALUE SPACES.
             10 FILLER                       PIC X(41)   VALUE SPACES.
          05 WS-HEADER2-MSG.
             10 FILLER                       PIC X(8)    VALUE
                'BRANCH: '.
             10 FILLER                       PIC X(7)    VALUE
                'REORDER'.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(8)    VALUE
                'ON-ORDER'.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(9)    VALUE
                'SUGGESTED'.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 FILLER                       PIC X(11)   VALUE
                'LEAD DEMAND'.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 FILLER                       PIC X(5)    VALUE
                'BASIS'.
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(5)    VALUE
                'CLASS'.
             10 FILLER                       PIC X(10)   VALUE SPACES.
          05 WS-DETAIL-LINE.
             10 WS-DET-ITEM                  PIC X(6).
             10 FILLER                       PIC X(4)    VALUE SPACES.
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-REORDER               PIC Z(4)9.
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-ON-ORDER              PIC Z(6)9.
             10 FILLER                       PIC X(5)    VALUE SPACES.
             10 WS-DET-SUGGESTED             PIC Z(6)9.
             10 FILLER                       PIC X(8)    VALUE SPACES.
             10 WS-DET-LEAD-DEMAND           PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-DET-BASIS                 PIC X(8).
             10 FILLER                       PIC X(3)    VALUE SPACES.
             10 WS-DET-CLASS                 PIC X(1).
             10 FILLER                       PIC X(12)   VALUE SPACES.
      *
       COPY ERRLOGL.

           GOBACK.

       1000-INITIAL-PROCESS.
           PERFORM 4600-READ-PARM-IN
           IF WS-SELECT-CLASSES NOT = SPACES
              DISPLAY 'REPLEN: SUGGESTING FOR CLASSES '
                 WS-SELECT-CLASSES ' ONLY'
              MOVE 'CLASSES SELECTED: ' TO WS-H1-CLASS-LABEL
              MOVE WS-SELECT-CLASSES TO WS-H1-CLASSES
           END-IF

           OPEN INPUT ITEMINFO-IN
           IF NOT ITEMINFO-IN-OK
              DISPLAY '** ITEMINFO-IN FILE IS NOT OK **'
              PERFORM 9999-ABEND
           END-IF

           PERFORM 1500-LOAD-ON-ORDER

           PERFORM 1600-OPEN-FORECAST

           OPEN OUTPUT REORDER-OUT
           IF NOT REORDER-OUT-OK
              DISPLAY '** REORDER-OUT FILE IS NOT OK **'
              PERFORM 4000-READ-ITEMINFO-IN
           END-IF.

       1500-LOAD-ON-ORDER.
      *    Without an open-order file nothing is treated as on order
      *    and suggestions are made from on-hand alone.
           OPEN INPUT OPENPO-IN
           IF OPENPO-NO-FILE
              DISPLAY '** WARNING: NO OPEN-ORDER FILE - NOTHING '
                 'TREATED AS ON ORDER **'
           ELSE
              IF NOT OPENPO-OK
                 DISPLAY '** OPENPO-IN FILE IS NOT OK **'
                 DISPLAY '** OPENPO-IN: ' WS-OPENPO-STATUS
                 MOVE '1500-LOAD-ON-ORDER' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              PERFORM 1550-NOTE-ONE-ORDER-LINE UNTIL OPENPO-EOF
              CLOSE OPENPO-IN
           END-IF.

       1550-NOTE-ONE-ORDER-LINE.
           READ OPENPO-IN NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-OPENPO-EOF
           END-READ
           IF NOT OPENPO-EOF AND OPENPO-OK AND OP-OUTSTANDING
              SET OO TO 1
              SEARCH WS-OO-ENTRY
                 AT END
                    IF WS-OO-COUNT = 20000
                       DISPLAY '** ON-ORDER TABLE FULL **'
                       MOVE '1550-NOTE-ONE-ORDER-LINE' TO EL-PARAGRAPH
                       PERFORM 9999-ABEND
                    END-IF
                    ADD 1 TO WS-OO-COUNT
                    MOVE OP-BRANCH TO WS-OO-BRANCH(WS-OO-COUNT)
                    MOVE OP-ITEM TO WS-OO-ITEM(WS-OO-COUNT)
                    MOVE OP-OUTSTANDING-QTY
                       TO WS-OO-QUANTITY(WS-OO-COUNT)
                 WHEN WS-OO-BRANCH(OO) = OP-BRANCH
                    AND WS-OO-ITEM(OO) = OP-ITEM
                    ADD OP-OUTSTANDING-QTY TO WS-OO-QUANTITY(OO)
              END-SEARCH
           END-IF.

       1600-OPEN-FORECAST.
      *    Without a forecast or the supplier lead times an item is
      *    sized the old way, back up to twice its reorder point.
           OPEN INPUT FORECAST-IN
           IF FORECAST-NO-FILE
              DISPLAY '** WARNING: NO FORECAST FILE - SUGGESTIONS '
                 'SIZED ON THE REORDER POINT **'
           ELSE
              IF NOT FORECAST-OK
                 DISPLAY '** FORECAST-IN FILE IS NOT OK **'
                 DISPLAY '** FORECAST-IN: ' WS-FORECAST-STATUS
                 MOVE '1600-OPEN-FORECAST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-FORECAST-OPEN
           END-IF

           OPEN INPUT ITEMSUP-IN
           IF ITEMSUP-NO-FILE
              DISPLAY '** WARNING: NO ITEM-SUPPLIER FILE - SUGGESTIONS '
                 'SIZED ON THE REORDER POINT **'
           ELSE
              IF NOT ITEMSUP-OK
                 DISPLAY '** ITEMSUP-IN FILE IS NOT OK **'
                 DISPLAY '** ITEMSUP-IN: ' WS-ITEMSUP-STATUS
                 MOVE '1600-OPEN-FORECAST' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              MOVE 'Y' TO WS-ITEMSUP-OPEN
           END-IF.

       2000-MAIN-PROCESS.
      *    The sort keys on item, so the cycle header and count
      *    trailer can surface anywhere in the file; neither is a

           CLOSE ITEMINFO-IN
           CLOSE ITEM-IN
           IF FORECAST-OPEN
              CLOSE FORECAST-IN
           END-IF
           IF ITEMSUP-OPEN
              CLOSE ITEMSUP-IN
           END-IF
           CLOSE REORDER-OUT
           CLOSE PRINT-OUT

           DISPLAY 'DETAIL RECORDS READ: ' WS-READ-COUNT
           DISPLAY 'REORDER SUGGESTIONS: ' WS-SUGGESTION-COUNT
           DISPLAY 'ITEMS NOT ON ITEM MASTER: ' WS-UNKNOWN-ITEM-COUNT
           DISPLAY 'ITEMS COVERED BY OPEN ORDERS: ' WS-COVERED-COUNT
           DISPLAY 'SIZED ON FORECAST DEMAND: ' WS-FORECAST-SIZED-COUNT
           DISPLAY 'SIZED ON REORDER POINT: ' WS-FIXED-SIZED-COUNT
           DISPLAY 'HELD BACK BY CLASS SELECTION: '
              WS-CLASS-HELD-COUNT.

       4000-READ-ITEMINFO-IN.
           IF NOT ITEMINFO-IN-EOF
               END-IF
           END-IF.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 DISPLAY '** PARM-IN: ' WS-PARM-IN-STATUS
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 MOVE PARM-CLASSES TO WS-SELECT-CLASSES
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-BRANCH.
      *    The accumulation table is keyed, not sorted - pick the
      *    lowest branch above the one just printed so the report
           MOVE WS-HEADER3-MSG TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD

           PERFORM 5050-SUGGEST-FOR-CLASS
              VARYING WS-CLASS-PASS FROM 1 BY 1
              UNTIL WS-CLASS-PASS > 4

           MOVE WS-CUR-BRANCH TO WS-PREV-BRANCH
           PERFORM 4900-FIND-NEXT-BRANCH.

       5050-SUGGEST-FOR-CLASS.
           PERFORM 5100-CHECK-ONE-ITEM
              VARYING BI FROM 1 BY 1
              UNTIL BI > WS-BR-ITEM-COUNT.

       5100-CHECK-ONE-ITEM.
           IF WS-BR-BRANCH(BI) = WS-CUR-BRANCH
              PERFORM 5110-READ-ITEM-MASTER
              IF WS-ITEM-PASS = WS-CLASS-PASS
                 PERFORM 5150-CHECK-ITEM-MASTER
              END-IF
           END-IF.

       5110-READ-ITEM-MASTER.
           MOVE 'N' TO WS-ITEM-ON-FILE
           MOVE 4 TO WS-ITEM-PASS
           MOVE WS-BR-ITEM(BI) TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-ITEM-ON-FILE
                 EVALUATE TRUE
                    WHEN ITEM-CLASS-A
                       MOVE 1 TO WS-ITEM-PASS
                    WHEN ITEM-CLASS-B
                       MOVE 2 TO WS-ITEM-PASS
                    WHEN ITEM-CLASS-C
                       MOVE 3 TO WS-ITEM-PASS
                 END-EVALUATE
           END-READ.

       5150-CHECK-ITEM-MASTER.
           IF NOT ITEM-ON-FILE
              ADD 1 TO WS-UNKNOWN-ITEM-COUNT
              DISPLAY 'ITEM NOT ON ITEM MASTER: ' WS-BR-ITEM(BI)
           END-IF

           IF ITEM-ON-FILE AND ITEM-ACTIVE
              IF WS-BR-ON-HAND(BI) < ITEM-REORDER-POINT
                 PERFORM 5160-FIND-ON-ORDER
                 IF WS-BR-ON-HAND(BI) + WS-ON-ORDER
                    < ITEM-REORDER-POINT
                    PERFORM 5155-TEST-CLASS-SELECTED
                    IF CLASS-SELECTED
                       PERFORM 5200-WRITE-SUGGESTION
                    ELSE
                       ADD 1 TO WS-CLASS-HELD-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-COVERED-COUNT
                 END-IF
              END-IF
           END-IF.

       5155-TEST-CLASS-SELECTED.
      *    With classes selected, an item not yet classified is held
      *    back along with the classes not asked for.
           MOVE 'Y' TO WS-CLASS-SELECTED
           IF WS-SELECT-CLASSES NOT = SPACES
              IF ITEM-UNCLASSIFIED
                 OR (ITEM-ABC-CLASS NOT = WS-SELECT-CLASS(1)
                 AND ITEM-ABC-CLASS NOT = WS-SELECT-CLASS(2)
                 AND ITEM-ABC-CLASS NOT = WS-SELECT-CLASS(3))
                 MOVE 'N' TO WS-CLASS-SELECTED
              END-IF
           END-IF.

       5160-FIND-ON-ORDER.
           MOVE 0 TO WS-ON-ORDER
           SET OO TO 1
           SEARCH WS-OO-ENTRY
              AT END
                 CONTINUE
              WHEN WS-OO-BRANCH(OO) = WS-CUR-BRANCH
                 AND WS-OO-ITEM(OO) = WS-BR-ITEM(BI)
                 MOVE WS-OO-QUANTITY(OO) TO WS-ON-ORDER
           END-SEARCH.

       5170-FIND-LEAD-DEMAND.
      *    The forecast is for the whole company; each branch that
      *    carries the item takes an equal share of the demand
      *    expected over the supplier's lead time.
           MOVE 'N' TO WS-FORECAST-BASIS
           MOVE 0 TO WS-LEAD-DEMAND
           IF FORECAST-OPEN AND ITEMSUP-OPEN
              MOVE WS-BR-ITEM(BI) TO FC-ITEM
              READ FORECAST-IN
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE WS-BR-ITEM(BI) TO IS-ITEM
                    READ ITEMSUP-IN
                       INVALID KEY
                          CONTINUE
                       NOT INVALID KEY
                          MOVE 'Y' TO WS-FORECAST-BASIS
                    END-READ
              END-READ
           END-IF

           IF FORECAST-BASIS
              MOVE 0 TO WS-ITEM-BRANCHES
              PERFORM 5180-COUNT-ONE-BRANCH
                 VARYING BX FROM 1 BY 1
                 UNTIL BX > WS-BR-ITEM-COUNT
              COMPUTE WS-LEAD-DEMAND ROUNDED =
                 FC-DAILY-RATE * IS-LEAD-DAYS / WS-ITEM-BRANCHES
                 ON SIZE ERROR
                    MOVE 9999999 TO WS-LEAD-DEMAND
              END-COMPUTE
           END-IF.

       5180-COUNT-ONE-BRANCH.
           IF WS-BR-ITEM(BX) = WS-BR-ITEM(BI)
              ADD 1 TO WS-ITEM-BRANCHES
           END-IF.

       5200-WRITE-SUGGESTION.
           ADD 1 TO WS-SUGGESTION-COUNT
           PERFORM 5170-FIND-LEAD-DEMAND
           IF FORECAST-BASIS
              ADD 1 TO WS-FORECAST-SIZED-COUNT
              COMPUTE WS-SUGGESTED-QTY =
                 ITEM-REORDER-POINT + WS-LEAD-DEMAND
                    - WS-BR-ON-HAND(BI) - WS-ON-ORDER
                 ON SIZE ERROR
                    MOVE 9999999 TO WS-SUGGESTED-QTY
              END-COMPUTE
              MOVE 'FORECAST' TO WS-DET-BASIS
           ELSE
              ADD 1 TO WS-FIXED-SIZED-COUNT
              COMPUTE WS-SUGGESTED-QTY =
                 (ITEM-REORDER-POINT * 2) - WS-BR-ON-HAND(BI)
                    - WS-ON-ORDER
              MOVE 'REORDER' TO WS-DET-BASIS
           END-IF

           MOVE WS-BR-ITEM(BI) TO RO-ITEM
           MOVE WS-CUR-BRANCH TO RO-BRANCH
           MOVE WS-BR-ITEM(BI) TO WS-DET-ITEM
           MOVE WS-BR-ON-HAND(BI) TO WS-DET-ON-HAND
           MOVE ITEM-REORDER-POINT TO WS-DET-REORDER
           MOVE WS-ON-ORDER TO WS-DET-ON-ORDER
           MOVE WS-SUGGESTED-QTY TO WS-DET-SUGGESTED
           MOVE WS-LEAD-DEMAND TO WS-DET-LEAD-DEMAND
           MOVE ITEM-ABC-CLASS TO WS-DET-CLASS
           MOVE WS-DETAIL-LINE TO PRINT-OUT-RECORD
           WRITE PRINT-OUT-RECORD.

