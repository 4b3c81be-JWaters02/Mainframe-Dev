      *                                                                *
      *  Copybook    : PRCPENDR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE PRCPEND PENDING          *
      *                PRICE-CHANGES FILE. PRCLOAD LOADS EX7'S        *
      *                PRICECHG OUTPUT ONTO THE FILE AS PENDING,      *
      *                CLRPLAN ADDS CLEARANCE MARKDOWNS FOR           *
      *                DISCONTINUED STOCK, PRCREVW APPLIES SUPERVISOR *
      *                APPROVE/REJECT DECISIONS (WITH A TOLERANCE     *
      *                THAT AUTO-APPROVES SMALL MOVEMENTS) AND AGES   *
      *                UNRESOLVED CHANGES, AND PRCAPPLY POSTS         *
      *                APPROVED CHANGES TO THE ITEM MASTER. EACH      *
      *                CHANGE CARRIES THE PROGRAM THAT RAISED IT AS   *
      *                ITS ORIGINATOR, AND PRCREVW REFUSES A DECISION *
      *                BY THE ORIGINATOR OR THE ORIGINATOR'S OPERSEC  *
      *                DELEGATE.                                      *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
          05 PEND-DECISION-DATE            PIC 9(08).
          05 PEND-APPROVER                 PIC X(08).
          05 PEND-AGE-DAYS                 PIC 9(03).
          05 PEND-ORIGINATOR               PIC X(08).
