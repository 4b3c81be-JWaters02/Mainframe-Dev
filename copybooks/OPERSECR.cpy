      *                SECURITY FILE, KEYED ON OPERATOR ID.           *
      *                MAINTAINED BY SECMNT; BRCHINQ VALIDATES ITS    *
      *                SIGN-ON AGAINST IT AND RESTRICTS INQUIRY       *
      *                DETAIL BY AUTHORISATION LEVEL (1 = INQUIRY, 2  *
      *                AND ABOVE = SUPERVISOR - SEES BRANCH MANAGER   *
      *                AND PHONE DETAILS). AN OPERATOR MAY NAME A     *
      *                DELEGATE, WHO MAY THEN NOT APPROVE THAT        *
      *                OPERATOR'S ADJUSTMENTS OR PRICE CHANGES IN     *
      *                ADJREVW OR PRCREVW.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
             88 OPER-SUPERVISOR            VALUE 2 THRU 9.
          05 OPER-STATUS                   PIC X(01).
             88 OPER-ACTIVE                VALUE 'A'.
          05 OPER-DELEGATE                 PIC X(08).
