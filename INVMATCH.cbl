       IDENTIFICATION DIVISION.
       PROGRAM-ID.   INVMATCH.
       AUTHOR.       Joshua Waters.
       DATE-WRITTEN. 15/10/26.
      *----------------------------------------------------------------*
      *                                                                *
      *  Project     : SUPPLIER INVOICE MATCHING                       *
      *                                                                *
      *  Function    : MATCH SUPPLIER INVOICE LINES (INVLINES -        *
      *                SUPPLIER, INVOICE, PO NUMBER, ITEM, QUANTITY    *
      *                AND UNIT COST) AGAINST THE OPENPO               *
      *                PURCHASE-ORDER LINES AND WHAT GRNPOST HAS       *
      *                RECEIVED AGAINST THEM. THE QUANTITY INVOICED    *
      *                MUST AGREE WITH THE QUANTITY RECEIVED BUT NOT   *
      *                YET INVOICED, AND THE UNIT COST WITH THE        *
      *                ITEMMAST STANDARD COST, WITHIN THE TOLERANCES   *
      *                ON INVPARM. MATCHED LINES ARE MARKED INVOICED   *
      *                ON OPENPO AND PRINTED ON THE                    *
      *                APPROVED-FOR-PAYMENT REGISTER (INVAPRT); THE    *
      *                REST ARE WRITTEN TO THE DISPINV                 *
      *                DISPUTED-INVOICE FILE AND PRINTED ON THE        *
      *                EXCEPTIONS REGISTER (INVXPRT). BOTH REGISTERS   *
      *                ARE GROUPED BY SUPPLIER AND NAMED FROM THE      *
      *                SUPPLIER MASTER.                                *
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
           SELECT INVOICE-IN ASSIGN TO INVLINES
           FILE STATUS IS WS-INVOICE-IN-STATUS.
           SELECT OPENPO-FILE ASSIGN TO OPENPO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OP-KEY
           FILE STATUS IS WS-OPENPO-STATUS.
           SELECT ITEM-IN ASSIGN TO ITEMMAST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ITEM-CODE
           FILE STATUS IS WS-ITEM-IN-STATUS.
           SELECT SUPPLIER-IN ASSIGN TO SUPPLIER
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUPP-CODE
           FILE STATUS IS WS-SUPPLIER-STATUS.
           SELECT PARM-IN ASSIGN TO INVPARM
           FILE STATUS IS WS-PARM-IN-STATUS.
           SELECT DISPUTE-OUT ASSIGN TO DISPINV
           FILE STATUS IS WS-DISPUTE-OUT-STATUS.
           SELECT APPROVED-OUT ASSIGN TO INVAPRT
           FILE STATUS IS WS-APPROVED-OUT-STATUS.
           SELECT EXCEPTION-OUT ASSIGN TO INVXPRT
           FILE STATUS IS WS-EXCEPTION-OUT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
      *
       FD INVOICE-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 48 CHARACTERS.
       01 INVOICE-RECORD.
           05 IV-SUPP-CODE                   PIC X(4).
           05 IV-INVOICE-NO                  PIC X(10).
           05 IV-PO-NUMBER                   PIC 9(6).
           05 IV-ITEM                        PIC X(6).
           05 IV-QUANTITY                    PIC 9(7).
           05 IV-UNIT-COST                   PIC 9(5)V99.
           05 IV-INVOICE-DATE                PIC 9(8).
      *
       FD OPENPO-FILE
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 65 CHARACTERS.
           COPY OPENPOR.
      *
       FD ITEM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 71 CHARACTERS.
           COPY ITEMR.
      *
       FD SUPPLIER-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 157 CHARACTERS.
           COPY SUPPLR.
      *
       FD PARM-IN
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 10 CHARACTERS.
       01 PARM-IN-RECORD.
           05 PARM-QTY-TOLERANCE             PIC 9(5).
           05 PARM-COST-TOLERANCE-PCT        PIC 9(3)V99.
      *
       FD DISPUTE-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 72 CHARACTERS.
           COPY DISPINVR.
      *
       FD APPROVED-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 APPROVED-OUT-RECORD                PIC X(92).
      *
       FD EXCEPTION-OUT
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F
           RECORD CONTAINS 92 CHARACTERS.
       01 EXCEPTION-OUT-RECORD               PIC X(92).
      *
       WORKING-STORAGE SECTION.
      *
      * Flags...
      *
       01 WS-INVOICE-IN-STATUS               PIC X(2).
           88 INVOICE-IN-OK                  VALUE "00".
           88 INVOICE-IN-EOF                 VALUE "10".
       01 WS-OPENPO-STATUS                   PIC X(2).
           88 OPENPO-OK                      VALUE "00".
           88 OPENPO-NOT-FOUND               VALUE "23".
       01 WS-ITEM-IN-STATUS                  PIC X(2).
           88 ITEM-IN-OK                     VALUE "00".
           88 ITEM-IN-NOT-FOUND              VALUE "23".
       01 WS-SUPPLIER-STATUS                 PIC X(2).
           88 SUPPLIER-OK                    VALUE "00".
           88 SUPPLIER-NOT-FOUND             VALUE "23".
       01 WS-PARM-IN-STATUS                  PIC X(2).
           88 PARM-IN-OK                     VALUE "00".
           88 PARM-IN-EOF                    VALUE "10".
           88 PARM-IN-NOT-FOUND              VALUE "35".
       01 WS-DISPUTE-OUT-STATUS              PIC X(2).
           88 DISPUTE-OUT-OK                 VALUE "00".
           88 DISPUTE-OUT-NOT-FOUND          VALUE "35".
       01 WS-APPROVED-OUT-STATUS             PIC X(2).
           88 APPROVED-OUT-OK                VALUE "00".
       01 WS-EXCEPTION-OUT-STATUS            PIC X(2).
           88 EXCEPTION-OUT-OK               VALUE "00".
       01 WS-SCAN-DONE                       PIC X VALUE 'N'.
           88 SCAN-DONE                      VALUE 'Y'.
       01 WS-SUPPLIER-FOUND                  PIC X VALUE 'N'.
      *
      * Tolerances - zero unless INVPARM says otherwise...
      *
       01 WS-QTY-TOLERANCE                   PIC 9(5) VALUE 0.
       01 WS-COST-TOLERANCE-PCT              PIC 9(3)V99 VALUE 0.
      *
      * Variables...
      *
       01 WS-RUN-DATE                        PIC 9(8) VALUE 0.
       01 WS-REASON-CODE                     PIC X(2) VALUE SPACES.
       01 WS-ORDER-LINES                     PIC 9(5) VALUE 0.
       01 WS-ORDER-SUPPLIER                  PIC X(4) VALUE SPACES.
       01 WS-RECEIVED-QTY                    PIC 9(9) VALUE 0.
       01 WS-INVOICED-QTY                    PIC 9(9) VALUE 0.
       01 WS-EXPECTED-QTY                    PIC S9(9) VALUE 0.
       01 WS-EXPECTED-COST                   PIC 9(5)V99 VALUE 0.
       01 WS-QTY-DIFF                        PIC S9(9) VALUE 0.
       01 WS-COST-DIFF                       PIC S9(5)V99 VALUE 0.
       01 WS-COST-ALLOWED                    PIC 9(7)V99 VALUE 0.
       01 WS-QTY-WRONG                       PIC X VALUE 'N'.
       01 WS-COST-WRONG                      PIC X VALUE 'N'.
       01 WS-REMAINING                       PIC 9(7) VALUE 0.
       01 WS-AVAILABLE                       PIC S9(7) VALUE 0.
       01 WS-TAKE                            PIC 9(7) VALUE 0.
       01 WS-LAST-KEY                        PIC X(16) VALUE SPACES.
       01 WS-LINE-VALUE                      PIC 9(9)V99 VALUE 0.
       01 WS-CUR-SUPPLIER                    PIC X(4) VALUE SPACES.
       01 WS-PREV-SUPPLIER                   PIC X(4) VALUE SPACES.
       01 WS-SUPP-LINES                      PIC 9(5) VALUE 0.
       01 WS-SUPP-VALUE                      PIC 9(11)V99 VALUE 0.
      *
      * Counters...
      *
       01 WS-READ-COUNT                      PIC 9(7) VALUE 0.
       01 WS-APPROVED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-DISPUTED-COUNT                  PIC 9(7) VALUE 0.
       01 WS-APPROVED-VALUE                  PIC 9(11)V99 VALUE 0.
       01 WS-DISPUTED-VALUE                  PIC 9(11)V99 VALUE 0.
      *
      * Suppliers met on the invoice file...
      *
       01 SUPPLIER-TABLE.
          05 SP-ENTRIES                      PIC 9(3) VALUE 0.
          05 SUPPLIER-TABLE-ENTRY
            OCCURS 1 TO 500 TIMES
            DEPENDING ON SP-ENTRIES
            INDEXED BY SP.
            10 SP-SUPP-CODE                  PIC X(4).
      *
      * Approved and disputed lines held for the registers...
      *
       01 APPROVED-TABLE.
          05 AP-ENTRIES                      PIC 9(5) VALUE 0.
          05 APPROVED-TABLE-ENTRY
            OCCURS 1 TO 10000 TIMES
            DEPENDING ON AP-ENTRIES
            INDEXED BY AP.
            10 AP-SUPP-CODE                  PIC X(4).
            10 AP-INVOICE-NO                 PIC X(10).
            10 AP-PO-NUMBER                  PIC 9(6).
            10 AP-ITEM                       PIC X(6).
            10 AP-QUANTITY                   PIC 9(7).
            10 AP-UNIT-COST                  PIC 9(5)V99.
            10 AP-VALUE                      PIC 9(9)V99.
       01 EXCEPTION-TABLE.
          05 EX-ENTRIES                      PIC 9(5) VALUE 0.
          05 EXCEPTION-TABLE-ENTRY
            OCCURS 1 TO 10000 TIMES
            DEPENDING ON EX-ENTRIES
            INDEXED BY EX.
            10 EX-SUPP-CODE                  PIC X(4).
            10 EX-INVOICE-NO                 PIC X(10).
            10 EX-PO-NUMBER                  PIC 9(6).
            10 EX-ITEM                       PIC X(6).
            10 EX-QUANTITY                   PIC 9(7).
            10 EX-UNIT-COST                  PIC 9(5)V99.
            10 EX-EXPECTED-QTY               PIC S9(7).
            10 EX-EXPECTED-COST              PIC 9(5)V99.
            10 EX-REASON                     PIC X(24).
      *
      * Messages...
      *
       01 WS-MESSAGES.
          05 WS-APPR-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'INVOICES APPROVED FOR PAYMENT'.
             10 FILLER                       PIC X(10)   VALUE
                'RUN DATE: '.
             10 WS-AH1-DATE                  PIC 9(8).
             10 FILLER                       PIC X(34)   VALUE SPACES.
          05 WS-EXC-HEADER1-MSG.
             10 FILLER                       PIC X(40)   VALUE
                'INVOICE MATCHING EXCEPTIONS'.
             10 FILLER                       PIC X(10)   VALUE
                'RUN DATE: '.
             10 WS-XH1-DATE                  PIC 9(8).
             10 FILLER                       PIC X(34)   VALUE SPACES.
          05 WS-SUPPLIER-HEADER.
             10 FILLER                       PIC X(10)   VALUE
                'SUPPLIER: '.
             10 WS-SH-SUPP-CODE              PIC X(4).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-SH-SUPP-NAME              PIC X(30).
             10 FILLER                       PIC X(46)   VALUE SPACES.
          05 WS-APPR-COLUMNS.
             10 FILLER                       PIC X(12)   VALUE
                'INVOICE'.
             10 FILLER                       PIC X(8)    VALUE
                'ORDER'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(9)    VALUE
                '    QTY'.
             10 FILLER                       PIC X(10)   VALUE
                'UNIT COST'.
             10 FILLER                       PIC X(13)   VALUE
                '        VALUE'.
             10 FILLER                       PIC X(32)   VALUE SPACES.
          05 WS-APPR-LINE.
             10 WS-AL-INVOICE-NO             PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-PO-NUMBER              PIC 9(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-QUANTITY               PIC Z(6)9.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-UNIT-COST              PIC ZZZZ9.99.
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-AL-VALUE                  PIC Z(9)9.99.
             10 FILLER                       PIC X(32)   VALUE SPACES.
          05 WS-APPR-TOTAL-LINE.
             10 WS-AT-LABEL                  PIC X(27).
             10 WS-AT-LINES                  PIC Z(4)9.
             10 FILLER                       PIC X(15)   VALUE
                ' LINES'.
             10 WS-AT-VALUE                  PIC Z(9)9.99.
             10 FILLER                       PIC X(32)   VALUE SPACES.
          05 WS-EXC-COLUMNS.
             10 FILLER                       PIC X(12)   VALUE
                'INVOICE'.
             10 FILLER                       PIC X(8)    VALUE
                'ORDER'.
             10 FILLER                       PIC X(8)    VALUE 'ITEM'.
             10 FILLER                       PIC X(8)    VALUE
                '    QTY'.
             10 FILLER                       PIC X(8)    VALUE
                ' EXP-QTY'.
             10 FILLER                       PIC X(9)    VALUE
                '    COST'.
             10 FILLER                       PIC X(9)    VALUE
                'EXP-COST'.
             10 FILLER                       PIC X(30)   VALUE
                'REASON'.
          05 WS-EXC-LINE.
             10 WS-XL-INVOICE-NO             PIC X(10).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-XL-PO-NUMBER              PIC 9(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-XL-ITEM                   PIC X(6).
             10 FILLER                       PIC X(2)    VALUE SPACES.
             10 WS-XL-QUANTITY               PIC Z(6)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-XL-EXPECTED-QTY           PIC -(6)9.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-XL-UNIT-COST              PIC ZZZZ9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-XL-EXPECTED-COST          PIC ZZZZ9.99.
             10 FILLER                       PIC X(1)    VALUE SPACES.
             10 WS-XL-REASON                 PIC X(24).
             10 FILLER                       PIC X(6)    VALUE SPACES.
          05 WS-EXC-TOTAL-LINE.
             10 WS-XT-LABEL                  PIC X(27).
             10 WS-XT-LINES                  PIC Z(4)9.
             10 FILLER                       PIC X(60)   VALUE
                ' LINES'.
          05 WS-NONE-APPROVED-MSG            PIC X(40)   VALUE
             'NO INVOICE LINES APPROVED'.
          05 WS-NONE-DISPUTED-MSG            PIC X(40)   VALUE
             'NO INVOICE EXCEPTIONS'.
      *
       COPY ERRLOGL.

       PROCEDURE DIVISION.
      *
       PROGRAM-CONTROL.
           PERFORM 1000-INITIAL-PROCESS

           PERFORM 2000-MATCH-ONE-LINE UNTIL INVOICE-IN-EOF

           PERFORM 3000-END-PROCESS

           GOBACK.

       1000-INITIAL-PROCESS.
           ACCEPT WS-RUN-DATE FROM DATE

           PERFORM 4600-READ-PARM-IN

           OPEN INPUT INVOICE-IN
           IF NOT INVOICE-IN-OK
              DISPLAY '** INVOICE-IN FILE IS NOT OK **'
              DISPLAY '** INVOICE-IN: ' WS-INVOICE-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN I-O OPENPO-FILE
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-FILE IS NOT OK **'
              DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT ITEM-IN
           IF NOT ITEM-IN-OK
              DISPLAY '** ITEM-IN FILE IS NOT OK **'
              DISPLAY '** ITEM-IN: ' WS-ITEM-IN-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN INPUT SUPPLIER-IN
           IF NOT SUPPLIER-OK
              DISPLAY '** SUPPLIER-IN FILE IS NOT OK **'
              DISPLAY '** SUPPLIER-IN: ' WS-SUPPLIER-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN EXTEND DISPUTE-OUT
           IF DISPUTE-OUT-NOT-FOUND
              OPEN OUTPUT DISPUTE-OUT
           END-IF
           IF NOT DISPUTE-OUT-OK
              DISPLAY '** DISPUTE-OUT FILE IS NOT OK **'
              DISPLAY '** DISPUTE-OUT: ' WS-DISPUTE-OUT-STATUS
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           OPEN OUTPUT APPROVED-OUT
           OPEN OUTPUT EXCEPTION-OUT
           IF NOT APPROVED-OUT-OK OR NOT EXCEPTION-OUT-OK
              DISPLAY '** REGISTER FILE IS NOT OK **'
              MOVE '1000-INITIAL-PROCESS' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           PERFORM 4000-READ-INVOICE-IN.

       2000-MATCH-ONE-LINE.
           IF INVOICE-IN-OK
              ADD 1 TO WS-READ-COUNT
              MOVE SPACES TO WS-REASON-CODE
              MOVE 0 TO WS-EXPECTED-QTY
              MOVE 0 TO WS-EXPECTED-COST
              IF IV-PO-NUMBER NOT NUMERIC
                 OR IV-QUANTITY NOT NUMERIC
                 OR IV-UNIT-COST NOT NUMERIC
                 OR IV-QUANTITY = 0
                 MOVE 'IV' TO WS-REASON-CODE
              ELSE
                 PERFORM 2100-TOTAL-ORDER-LINES
                 PERFORM 2200-CHECK-AGAINST-ORDER
              END-IF
              PERFORM 2250-NOTE-SUPPLIER
              IF WS-REASON-CODE = SPACES
                 PERFORM 2300-APPROVE-LINE
              ELSE
                 PERFORM 2500-DISPUTE-LINE
              END-IF
           END-IF

           PERFORM 4000-READ-INVOICE-IN.

       2100-TOTAL-ORDER-LINES.
      *    The order raised one line per item and branch, so one
      *    invoice line for an item can cover several of them. The
      *    lines for the order and item are read together from the
      *    first branch on.
           MOVE 0 TO WS-ORDER-LINES
           MOVE 0 TO WS-RECEIVED-QTY
           MOVE 0 TO WS-INVOICED-QTY
           MOVE SPACES TO WS-ORDER-SUPPLIER
           PERFORM 2110-START-ORDER-LINES
           PERFORM 2120-TOTAL-ONE-ORDER-LINE UNTIL SCAN-DONE.

       2110-START-ORDER-LINES.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE IV-PO-NUMBER TO OP-PO-NUMBER
           MOVE IV-ITEM TO OP-ITEM
           MOVE LOW-VALUES TO OP-BRANCH
           START OPENPO-FILE KEY IS NOT LESS THAN OP-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SCAN-DONE
           END-START.

       2120-TOTAL-ONE-ORDER-LINE.
           READ OPENPO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF NOT OPENPO-OK
                 DISPLAY '** OPENPO-FILE READ IS NOT OK **'
                 DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
                 MOVE '2120-TOTAL-ONE-ORDER-LINE' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              IF OP-PO-NUMBER NOT = IV-PO-NUMBER
                 OR OP-ITEM NOT = IV-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 ADD 1 TO WS-ORDER-LINES
                 ADD OP-RECEIVED-QTY TO WS-RECEIVED-QTY
                 ADD OP-INVOICED-QTY TO WS-INVOICED-QTY
                 MOVE OP-SUPP-CODE TO WS-ORDER-SUPPLIER
              END-IF
           END-IF.

       2200-CHECK-AGAINST-ORDER.
      *    Pay for what has arrived and not already been paid for,
      *    at the standard cost, each within its tolerance.
           MOVE IV-ITEM TO ITEM-CODE
           READ ITEM-IN
              INVALID KEY
                 MOVE 0 TO WS-EXPECTED-COST
              NOT INVALID KEY
                 MOVE ITEM-STD-COST TO WS-EXPECTED-COST
           END-READ
           COMPUTE WS-EXPECTED-QTY = WS-RECEIVED-QTY - WS-INVOICED-QTY

           EVALUATE TRUE
              WHEN WS-ORDER-LINES = 0
                 MOVE 'NO' TO WS-REASON-CODE
              WHEN WS-ORDER-SUPPLIER NOT = IV-SUPP-CODE
                 MOVE 'SP' TO WS-REASON-CODE
              WHEN OTHER
                 PERFORM 2210-CHECK-TOLERANCES
           END-EVALUATE.

       2210-CHECK-TOLERANCES.
           MOVE 'N' TO WS-QTY-WRONG
           MOVE 'N' TO WS-COST-WRONG

           COMPUTE WS-QTY-DIFF = IV-QUANTITY - WS-EXPECTED-QTY
           IF WS-QTY-DIFF < 0
              COMPUTE WS-QTY-DIFF = 0 - WS-QTY-DIFF
           END-IF
           IF WS-QTY-DIFF > WS-QTY-TOLERANCE
              MOVE 'Y' TO WS-QTY-WRONG
           END-IF

           COMPUTE WS-COST-DIFF = IV-UNIT-COST - WS-EXPECTED-COST
           IF WS-COST-DIFF < 0
              COMPUTE WS-COST-DIFF = 0 - WS-COST-DIFF
           END-IF
           COMPUTE WS-COST-ALLOWED ROUNDED =
              WS-EXPECTED-COST * WS-COST-TOLERANCE-PCT / 100
           IF WS-COST-DIFF > WS-COST-ALLOWED
              MOVE 'Y' TO WS-COST-WRONG
           END-IF

           EVALUATE TRUE
              WHEN WS-QTY-WRONG = 'Y' AND WS-COST-WRONG = 'Y'
                 MOVE 'QC' TO WS-REASON-CODE
              WHEN WS-QTY-WRONG = 'Y'
                 MOVE 'QT' TO WS-REASON-CODE
              WHEN WS-COST-WRONG = 'Y'
                 MOVE 'CT' TO WS-REASON-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       2250-NOTE-SUPPLIER.
           SET SP TO 1
           SEARCH SUPPLIER-TABLE-ENTRY
              AT END
                 IF SP-ENTRIES = 500
                    DISPLAY '** SUPPLIER TABLE FULL **'
                    MOVE '2250-NOTE-SUPPLIER' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
                 END-IF
                 ADD 1 TO SP-ENTRIES
                 MOVE IV-SUPP-CODE TO SP-SUPP-CODE(SP-ENTRIES)
              WHEN SP-SUPP-CODE(SP) = IV-SUPP-CODE
                 CONTINUE
           END-SEARCH.

       2300-APPROVE-LINE.
           PERFORM 2400-MARK-INVOICED

           COMPUTE WS-LINE-VALUE = IV-QUANTITY * IV-UNIT-COST
           ADD 1 TO WS-APPROVED-COUNT
           ADD WS-LINE-VALUE TO WS-APPROVED-VALUE
           IF AP-ENTRIES = 10000
              DISPLAY '** APPROVED TABLE FULL **'
              MOVE '2300-APPROVE-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO AP-ENTRIES
           MOVE IV-SUPP-CODE TO AP-SUPP-CODE(AP-ENTRIES)
           MOVE IV-INVOICE-NO TO AP-INVOICE-NO(AP-ENTRIES)
           MOVE IV-PO-NUMBER TO AP-PO-NUMBER(AP-ENTRIES)
           MOVE IV-ITEM TO AP-ITEM(AP-ENTRIES)
           MOVE IV-QUANTITY TO AP-QUANTITY(AP-ENTRIES)
           MOVE IV-UNIT-COST TO AP-UNIT-COST(AP-ENTRIES)
           MOVE WS-LINE-VALUE TO AP-VALUE(AP-ENTRIES).

       2400-MARK-INVOICED.
      *    Spread the invoiced quantity over the order's lines up to
      *    what each has received. Anything over, allowed by the
      *    quantity tolerance, goes on the last line for the item.
           MOVE IV-QUANTITY TO WS-REMAINING
           PERFORM 2110-START-ORDER-LINES
           PERFORM 2410-MARK-ONE-ORDER-LINE UNTIL SCAN-DONE
           IF WS-REMAINING > 0
              MOVE WS-LAST-KEY TO OP-KEY
              READ OPENPO-FILE
                 INVALID KEY
                    DISPLAY '** OPENPO-FILE LINE LOST: ' WS-LAST-KEY
                    MOVE '2400-MARK-INVOICED' TO EL-PARAGRAPH
                    PERFORM 9999-ABEND
              END-READ
              ADD WS-REMAINING TO OP-INVOICED-QTY
              PERFORM 2420-REWRITE-ORDER-LINE
           END-IF.

       2410-MARK-ONE-ORDER-LINE.
           READ OPENPO-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-SCAN-DONE
           END-READ
           IF NOT SCAN-DONE
              IF OP-PO-NUMBER NOT = IV-PO-NUMBER
                 OR OP-ITEM NOT = IV-ITEM
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
                 MOVE OP-KEY TO WS-LAST-KEY
                 COMPUTE WS-AVAILABLE =
                    OP-RECEIVED-QTY - OP-INVOICED-QTY
                 IF WS-AVAILABLE > 0 AND WS-REMAINING > 0
                    IF WS-AVAILABLE < WS-REMAINING
                       MOVE WS-AVAILABLE TO WS-TAKE
                    ELSE
                       MOVE WS-REMAINING TO WS-TAKE
                    END-IF
                    ADD WS-TAKE TO OP-INVOICED-QTY
                    SUBTRACT WS-TAKE FROM WS-REMAINING
                    PERFORM 2420-REWRITE-ORDER-LINE
                 END-IF
              END-IF
           END-IF.

       2420-REWRITE-ORDER-LINE.
           REWRITE OPEN-ORDER-RECORD
           IF NOT OPENPO-OK
              DISPLAY '** OPENPO-FILE REWRITE IS NOT OK **'
              DISPLAY '** OPENPO-FILE: ' WS-OPENPO-STATUS
              MOVE '2420-REWRITE-ORDER-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF.

       2500-DISPUTE-LINE.
           ADD 1 TO WS-DISPUTED-COUNT
           IF IV-QUANTITY NUMERIC AND IV-UNIT-COST NUMERIC
              COMPUTE WS-LINE-VALUE = IV-QUANTITY * IV-UNIT-COST
              ADD WS-LINE-VALUE TO WS-DISPUTED-VALUE
           END-IF

           MOVE IV-SUPP-CODE TO DI-SUPP-CODE
           MOVE IV-INVOICE-NO TO DI-INVOICE-NO
           MOVE IV-PO-NUMBER TO DI-PO-NUMBER
           MOVE IV-ITEM TO DI-ITEM
           MOVE IV-QUANTITY TO DI-QUANTITY
           MOVE IV-UNIT-COST TO DI-UNIT-COST
           MOVE IV-INVOICE-DATE TO DI-INVOICE-DATE
           MOVE WS-REASON-CODE TO DI-REASON-CODE
           MOVE WS-EXPECTED-QTY TO DI-EXPECTED-QTY
           MOVE WS-EXPECTED-COST TO DI-EXPECTED-COST
           MOVE WS-RUN-DATE TO DI-LOGGED-DATE
           WRITE DISPUTED-INVOICE-RECORD
           IF NOT DISPUTE-OUT-OK
              DISPLAY '** DISPUTE-OUT WRITE IS NOT OK **'
              DISPLAY '** DISPUTE-OUT: ' WS-DISPUTE-OUT-STATUS
              MOVE '2500-DISPUTE-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF

           IF EX-ENTRIES = 10000
              DISPLAY '** EXCEPTION TABLE FULL **'
              MOVE '2500-DISPUTE-LINE' TO EL-PARAGRAPH
              PERFORM 9999-ABEND
           END-IF
           ADD 1 TO EX-ENTRIES
           SET EX TO EX-ENTRIES
           MOVE IV-SUPP-CODE TO EX-SUPP-CODE(EX)
           MOVE IV-INVOICE-NO TO EX-INVOICE-NO(EX)
           MOVE IV-PO-NUMBER TO EX-PO-NUMBER(EX)
           MOVE IV-ITEM TO EX-ITEM(EX)
           MOVE IV-QUANTITY TO EX-QUANTITY(EX)
           MOVE IV-UNIT-COST TO EX-UNIT-COST(EX)
           MOVE WS-EXPECTED-QTY TO EX-EXPECTED-QTY(EX)
           MOVE WS-EXPECTED-COST TO EX-EXPECTED-COST(EX)
           EVALUATE TRUE
              WHEN DI-INVALID-LINE
                 MOVE 'INVALID INVOICE LINE' TO EX-REASON(EX)
              WHEN DI-NO-ORDER-LINE
                 MOVE 'NO MATCHING ORDER LINE' TO EX-REASON(EX)
              WHEN DI-WRONG-SUPPLIER
                 MOVE 'NOT THE ORDER SUPPLIER' TO EX-REASON(EX)
              WHEN DI-QUANTITY-DIFF
                 MOVE 'QUANTITY NOT RECEIVED' TO EX-REASON(EX)
              WHEN DI-COST-DIFF
                 MOVE 'UNIT COST DIFFERENCE' TO EX-REASON(EX)
              WHEN DI-QUANTITY-AND-COST-DIFF
                 MOVE 'QUANTITY AND COST' TO EX-REASON(EX)
           END-EVALUATE.

       3000-END-PROCESS.
           MOVE WS-RUN-DATE TO WS-AH1-DATE
           MOVE WS-APPR-HEADER1-MSG TO APPROVED-OUT-RECORD
           WRITE APPROVED-OUT-RECORD
           MOVE WS-RUN-DATE TO WS-XH1-DATE
           MOVE WS-EXC-HEADER1-MSG TO EXCEPTION-OUT-RECORD
           WRITE EXCEPTION-OUT-RECORD

      *    Both registers come out in supplier code sequence.
           MOVE LOW-VALUES TO WS-PREV-SUPPLIER
           PERFORM 4900-FIND-NEXT-SUPPLIER
           PERFORM 5000-PRINT-ONE-SUPPLIER
              UNTIL WS-SUPPLIER-FOUND = 'N'

           MOVE SPACES TO APPROVED-OUT-RECORD
           WRITE APPROVED-OUT-RECORD
           IF AP-ENTRIES = 0
              MOVE WS-NONE-APPROVED-MSG TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
           END-IF
           MOVE 'TOTAL APPROVED' TO WS-AT-LABEL
           MOVE WS-APPROVED-COUNT TO WS-AT-LINES
           MOVE WS-APPROVED-VALUE TO WS-AT-VALUE
           MOVE WS-APPR-TOTAL-LINE TO APPROVED-OUT-RECORD
           WRITE APPROVED-OUT-RECORD

           MOVE SPACES TO EXCEPTION-OUT-RECORD
           WRITE EXCEPTION-OUT-RECORD
           IF EX-ENTRIES = 0
              MOVE WS-NONE-DISPUTED-MSG TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
           END-IF
           MOVE 'TOTAL DISPUTED' TO WS-XT-LABEL
           MOVE WS-DISPUTED-COUNT TO WS-XT-LINES
           MOVE WS-EXC-TOTAL-LINE TO EXCEPTION-OUT-RECORD
           WRITE EXCEPTION-OUT-RECORD

           CLOSE INVOICE-IN
           CLOSE OPENPO-FILE
           CLOSE ITEM-IN
           CLOSE SUPPLIER-IN
           CLOSE DISPUTE-OUT
           CLOSE APPROVED-OUT
           CLOSE EXCEPTION-OUT

           DISPLAY 'INVOICE LINES READ: ' WS-READ-COUNT
           DISPLAY 'INVOICE LINES APPROVED: ' WS-APPROVED-COUNT
           DISPLAY 'INVOICE LINES DISPUTED: ' WS-DISPUTED-COUNT

           IF WS-DISPUTED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF.

       4000-READ-INVOICE-IN.
           IF NOT INVOICE-IN-EOF
               READ INVOICE-IN
               IF NOT INVOICE-IN-OK AND NOT INVOICE-IN-EOF
                  DISPLAY '** INVOICE-IN FILE IS NOT OK **'
                  DISPLAY '** READ INVOICE-IN: ' INVOICE-RECORD
                  MOVE '4000-READ-INVOICE-IN' TO EL-PARAGRAPH
                  PERFORM 9999-ABEND
               END-IF
           END-IF.

       4600-READ-PARM-IN.
           OPEN INPUT PARM-IN
           IF PARM-IN-NOT-FOUND
              CONTINUE
           ELSE
              IF NOT PARM-IN-OK
                 DISPLAY '** PARM-IN FILE IS NOT OK **'
                 MOVE '4600-READ-PARM-IN' TO EL-PARAGRAPH
                 PERFORM 9999-ABEND
              END-IF
              READ PARM-IN
                 AT END SET PARM-IN-EOF TO TRUE
              END-READ
              IF PARM-IN-OK
                 IF PARM-QTY-TOLERANCE NUMERIC
                    MOVE PARM-QTY-TOLERANCE TO WS-QTY-TOLERANCE
                 END-IF
                 IF PARM-COST-TOLERANCE-PCT NUMERIC
                    MOVE PARM-COST-TOLERANCE-PCT
                       TO WS-COST-TOLERANCE-PCT
                 END-IF
              END-IF
              CLOSE PARM-IN
           END-IF.

       4900-FIND-NEXT-SUPPLIER.
           MOVE 'N' TO WS-SUPPLIER-FOUND
           MOVE HIGH-VALUES TO WS-CUR-SUPPLIER
           PERFORM 4910-TEST-ONE-SUPPLIER
              VARYING SP FROM 1 BY 1
              UNTIL SP > SP-ENTRIES.

       4910-TEST-ONE-SUPPLIER.
           IF SP-SUPP-CODE(SP) > WS-PREV-SUPPLIER
              AND SP-SUPP-CODE(SP) < WS-CUR-SUPPLIER
              MOVE SP-SUPP-CODE(SP) TO WS-CUR-SUPPLIER
              MOVE 'Y' TO WS-SUPPLIER-FOUND
           END-IF.

       5000-PRINT-ONE-SUPPLIER.
           MOVE WS-CUR-SUPPLIER TO WS-SH-SUPP-CODE
           MOVE WS-CUR-SUPPLIER TO SUPP-CODE
           READ SUPPLIER-IN
              INVALID KEY
                 MOVE 'SUPPLIER NOT ON MASTER' TO WS-SH-SUPP-NAME
              NOT INVALID KEY
                 MOVE SUPP-NAME TO WS-SH-SUPP-NAME
           END-READ

      *    Approved lines for the supplier...
           MOVE 0 TO WS-SUPP-LINES
           MOVE 0 TO WS-SUPP-VALUE
           PERFORM 5100-COUNT-ONE-APPROVED
              VARYING AP FROM 1 BY 1 UNTIL AP > AP-ENTRIES
           IF WS-SUPP-LINES > 0
              MOVE SPACES TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
              MOVE WS-SUPPLIER-HEADER TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
              MOVE WS-APPR-COLUMNS TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
              PERFORM 5200-PRINT-ONE-APPROVED
                 VARYING AP FROM 1 BY 1 UNTIL AP > AP-ENTRIES
              MOVE 'SUPPLIER TOTAL' TO WS-AT-LABEL
              MOVE WS-SUPP-LINES TO WS-AT-LINES
              MOVE WS-SUPP-VALUE TO WS-AT-VALUE
              MOVE WS-APPR-TOTAL-LINE TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
           END-IF

      *    ...then its exceptions.
           MOVE 0 TO WS-SUPP-LINES
           PERFORM 5300-COUNT-ONE-EXCEPTION
              VARYING EX FROM 1 BY 1 UNTIL EX > EX-ENTRIES
           IF WS-SUPP-LINES > 0
              MOVE SPACES TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
              MOVE WS-SUPPLIER-HEADER TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
              MOVE WS-EXC-COLUMNS TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
              PERFORM 5400-PRINT-ONE-EXCEPTION
                 VARYING EX FROM 1 BY 1 UNTIL EX > EX-ENTRIES
              MOVE 'SUPPLIER TOTAL' TO WS-XT-LABEL
              MOVE WS-SUPP-LINES TO WS-XT-LINES
              MOVE WS-EXC-TOTAL-LINE TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
           END-IF

           MOVE WS-CUR-SUPPLIER TO WS-PREV-SUPPLIER
           PERFORM 4900-FIND-NEXT-SUPPLIER.

       5100-COUNT-ONE-APPROVED.
           IF AP-SUPP-CODE(AP) = WS-CUR-SUPPLIER
              ADD 1 TO WS-SUPP-LINES
              ADD AP-VALUE(AP) TO WS-SUPP-VALUE
           END-IF.

       5200-PRINT-ONE-APPROVED.
           IF AP-SUPP-CODE(AP) = WS-CUR-SUPPLIER
              MOVE AP-INVOICE-NO(AP) TO WS-AL-INVOICE-NO
              MOVE AP-PO-NUMBER(AP) TO WS-AL-PO-NUMBER
              MOVE AP-ITEM(AP) TO WS-AL-ITEM
              MOVE AP-QUANTITY(AP) TO WS-AL-QUANTITY
              MOVE AP-UNIT-COST(AP) TO WS-AL-UNIT-COST
              MOVE AP-VALUE(AP) TO WS-AL-VALUE
              MOVE WS-APPR-LINE TO APPROVED-OUT-RECORD
              WRITE APPROVED-OUT-RECORD
           END-IF.

       5300-COUNT-ONE-EXCEPTION.
           IF EX-SUPP-CODE(EX) = WS-CUR-SUPPLIER
              ADD 1 TO WS-SUPP-LINES
           END-IF.

       5400-PRINT-ONE-EXCEPTION.
           IF EX-SUPP-CODE(EX) = WS-CUR-SUPPLIER
              MOVE EX-INVOICE-NO(EX) TO WS-XL-INVOICE-NO
              MOVE EX-PO-NUMBER(EX) TO WS-XL-PO-NUMBER
              MOVE EX-ITEM(EX) TO WS-XL-ITEM
              MOVE EX-QUANTITY(EX) TO WS-XL-QUANTITY
              MOVE EX-EXPECTED-QTY(EX) TO WS-XL-EXPECTED-QTY
              MOVE EX-UNIT-COST(EX) TO WS-XL-UNIT-COST
              MOVE EX-EXPECTED-COST(EX) TO WS-XL-EXPECTED-COST
              MOVE EX-REASON(EX) TO WS-XL-REASON
              MOVE WS-EXC-LINE TO EXCEPTION-OUT-RECORD
              WRITE EXCEPTION-OUT-RECORD
           END-IF.

       9999-ABEND.
           MOVE 'INVMATCH' TO EL-PROGRAM-ID
           CALL 'ERRLOG' USING ERRLOG-PARM
           DISPLAY 'PROGRAM ENDED'.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
