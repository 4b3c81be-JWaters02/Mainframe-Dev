      *                BY REPORT4 FOR THE PARTNER NAME TABLE. THE     *
      *                ADDRESS, CONTACT, PHONE AND SETTLEMENT         *
      *                CURRENCY FIELDS FEED THE PARTNER-FACING        *
      *                OUTPUTS. THE CREDIT LIMIT (ZERO FOR NONE) AND  *
      *                CREDIT-HOLD FLAG ARE CHECKED BY CREDEXP, WHOSE *
      *                CREDSTAT FILE EX3 USES TO HOLD BACK THE        *
      *                PARTNER'S MOVEMENTS.                           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
          05 PARTNER-CONTACT-NAME          PIC X(20).
          05 PARTNER-PHONE                 PIC X(12).
          05 PARTNER-CURRENCY              PIC X(3).
          05 PARTNER-CREDIT-LIMIT          PIC 9(11)V99.
          05 PARTNER-CREDIT-HOLD           PIC X(1).
             88 PARTNER-ON-HOLD            VALUE 'Y'.
