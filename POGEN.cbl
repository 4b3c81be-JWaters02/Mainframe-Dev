      *                                                                *
      *  Project     : PURCHASE-ORDER GENERATION                       *
      *                                                                *
      *  Function    : TURN THE REORDSUG SUGGESTION FILE REPLEN WRITES *
      *                INTO NUMBERED PURCHASE ORDERS GROUPED BY        *
      *                SUPPLIER. EACH SUGGESTION IS RESOLVED THROUGH   *
      *                THE ITEMSUP ITEM-TO-SUPPLIER LINK, THE QUANTITY *
      *                RAISED TO THE LINK'S MINIMUM ORDER QUANTITY     *
      *                WHERE NEEDED, AND ONE ORDER PER SUPPLIER IS     *
      *                NUMBERED FROM THE PONUMCTL CONTROL FILE.        *
      *                OUTPUTS: THE POFILE ORDER-LINE FILE,            *
      *                PER-SUPPLIER ORDER DOCUMENTS ADDRESSED FROM THE *
      *                SUPPLIER MASTER (PODOC), AN ORDER REGISTER      *
      *                (POREG), AND ONE OPENPO OPEN-ORDER LINE PER     *
      *                ORDER LINE FOR GRNPOST TO RECEIPT AGAINST.      *
      *                SUGGESTIONS FOR ITEMS WITH NO SUPPLIER LINK ARE *
      *                REPORTED AND SKIPPED.                           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
           FILE STATUS IS WS-PONUM-STATUS.
           SELECT POFILE-OUT ASSIGN TO POFILE
           FILE STATUS IS WS-POFILE-STATUS.
           SELECT OPENPO-OUT ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT PODOC-OUT ASSIGN TO PODOC
           FILE STATUS IS WS-PODOC-STATUS.
           SELECT PRINT-OUT ASSIGN TO POREG
           05 PO-ITEM                        PIC X(6).
           05 PO-BRANCH                      PIC X(4).
           05 PO-QUANTITY                    PIC 9(7).
      *
       FD OPENPO-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD PODOC-OUT
           BLOCK CONTAINS 0 RECORDS
           88 PONUM-NOT-FOUND                VALUE "35".
       01 WS-POFILE-STATUS                   PIC X(2).
           88 POFILE-OK                      VALUE "00".
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NO-FILE                 VALUE "35".
       01 WS-PODOC-STATUS                    PIC X(2).
           88 PODOC-OK                       VALUE "00".
       01 WS-PRINT-OUT-STATUS                PIC X(2).
      * Variables...
      *
       01 WS-NEXT-PO-NUMBER                  PIC 9(6) VALUE 1.
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-NO-LINK-COUNT                   PIC 9(5) VALUE 0.
       01 WS-ORDER-COUNT                     PIC 9(5) VALUE 0.
           GOBACK.

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 4600-READ-PO-NUMBER

           OPEN INPUT REORDER-IN
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O OPENPO-OUT
           IF OPENPO-NO-FILE
              OPEN OUTPUT OPENPO-OUT
              IF OPENPO-OK
                 CLOSE OPENPO-OUT
                 OPEN I-O OPENPO-OUT
              END-IF
           END-IF
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-OUT FILE IS NOT OK **'
              DISPLAY '** OPENPO-OUT: ' WS-OPENPO-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT POFILE-OUT
           OPEN OUTPUT PODOC-OUT
           OPEN OUTPUT PRINT-OUT
              MOVE OL-QUANTITY(WS-OL-SUB) TO PO-QUANTITY
              WRITE POFILE-RECORD

              PERFORM 3350-OPEN-ORDER-LINE

              MOVE OL-ITEM(WS-OL-SUB) TO WS-DI-ITEM
              MOVE OL-BRANCH(WS-OL-SUB) TO WS-DI-BRANCH
              MOVE OL-QUANTITY(WS-OL-SUB) TO WS-DI-QUANTITY
              WRITE PODOC-RECORD
           END-IF.

       3350-OPEN-ORDER-LINE.
           MOVE PO-NUMBER TO OP-PO-NUMBER
           MOVE PO-ITEM TO OP-ITEM
           MOVE PO-BRANCH TO OP-BRANCH
           MOVE PO-SUPP-CODE TO OP-SUPP-CODE
           MOVE WS-RUN-DATE TO OP-ORDER-DATE
           MOVE PO-QUANTITY TO OP-ORDERED-QTY
           MOVE 0 TO OP-RECEIVED-QTY
           MOVE 0 TO OP-INVOICED-QTY
           MOVE PO-QUANTITY TO OP-OUTSTANDING-QTY
           MOVE 0 TO OP-LAST-RECEIPT-DATE
           SET OP-OPEN TO TRUE
           WRITE OPEN-ORDER-RECORD
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-OUT WRITE IS NOT OK **'
              DISPLAY '** OPENPO-OUT: ' WS-OPENPO-STATUS
                 ' KEY: ' OP-KEY
              MOVE '3350-OPEN-ORDER-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       3500-END-PROCESS.
           CLOSE REORDER-IN
           CLOSE ITEMSUP-IN
           CLOSE SUPPLIER-IN
           CLOSE POFILE-OUT
           CLOSE OPENPO-OUT
           CLOSE PODOC-OUT
           CLOSE PRINT-OUT

