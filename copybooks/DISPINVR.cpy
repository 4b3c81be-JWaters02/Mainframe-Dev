      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : DISPINVR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE DISPINV DISPUTED         *
      *                SUPPLIER INVOICE FILE. INVMATCH APPENDS ONE    *
      *                RECORD FOR EACH SUPPLIER INVOICE LINE IT       *
      *                CANNOT APPROVE FOR PAYMENT - NO MATCHING       *
      *                PURCHASE-ORDER LINE, A SUPPLIER OTHER THAN THE *
      *                ONE ORDERED FROM, OR A QUANTITY OR UNIT COST   *
      *                OUTSIDE TOLERANCE OF WHAT WAS RECEIVED AND THE *
      *                STANDARD COST - HOLDING THE INVOICE LINE AS    *
      *                RECEIVED WITH THE QUANTITY AND COST EXPECTED,  *
      *                SO ACCOUNTS PAYABLE CAN TAKE IT UP WITH THE    *
      *                SUPPLIER.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 DISPUTED-INVOICE-RECORD.
          05 DI-SUPP-CODE                  PIC X(04).
          05 DI-INVOICE-NO                 PIC X(10).
          05 DI-PO-NUMBER                  PIC 9(06).
          05 DI-ITEM                       PIC X(06).
          05 DI-QUANTITY                   PIC 9(07).
          05 DI-UNIT-COST                  PIC 9(05)V99.
          05 DI-INVOICE-DATE               PIC 9(08).
          05 DI-REASON-CODE                PIC X(02).
             88 DI-INVALID-LINE            VALUE 'IV'.
             88 DI-NO-ORDER-LINE           VALUE 'NO'.
             88 DI-WRONG-SUPPLIER          VALUE 'SP'.
             88 DI-QUANTITY-DIFF           VALUE 'QT'.
             88 DI-COST-DIFF               VALUE 'CT'.
             88 DI-QUANTITY-AND-COST-DIFF  VALUE 'QC'.
          05 DI-EXPECTED-QTY               PIC S9(07).
          05 DI-EXPECTED-COST              PIC 9(05)V99.
          05 DI-LOGGED-DATE                PIC 9(08).
