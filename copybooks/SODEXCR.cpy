      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : SODEXCR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE SODEXC SEGREGATION-OF-   *
      *                DUTIES EXCEPTIONS LOG. ADJREVW AND PRCREVW     *
      *                APPEND ONE ENTRY FOR EVERY REVIEW DECISION     *
      *                THEY REFUSE BECAUSE THE DECIDING OPERATOR IS   *
      *                THE ORIGINATOR OF THE PENDING RECORD (REASON   *
      *                S) OR IS NAMED ON OPERSEC AS THE ORIGINATOR'S  *
      *                DELEGATE (REASON D). SODRPT LISTS THEM.        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 SOD-EXCEPTION-RECORD.
          05 SOD-DATE                      PIC 9(08).
          05 SOD-TIME                      PIC 9(08).
          05 SOD-PROGRAM                   PIC X(08).
          05 SOD-FILE                      PIC X(08).
          05 SOD-ITEM                      PIC X(06).
          05 SOD-BRANCH                    PIC X(04).
          05 SOD-DECISION                  PIC X(01).
          05 SOD-APPROVER                  PIC X(08).
          05 SOD-ORIGINATOR                PIC X(08).
          05 SOD-REASON                    PIC X(01).
             88 SOD-SELF-APPROVAL          VALUE 'S'.
             88 SOD-DELEGATE-APPROVAL      VALUE 'D'.
