      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : REBAGRR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE REBAGRE PARTNER          *
      *                VOLUME-REBATE AGREEMENT MASTER, KEYED ON       *
      *                PARTNER. AN AGREEMENT CARRIES UP TO FIVE TIERS *
      *                IN ASCENDING ORDER OF PERIOD RETAIL-VALUE      *
      *                THRESHOLD, EACH WITH THE REBATE PERCENTAGE     *
      *                (TWO DECIMALS) EARNED ON THE WHOLE PERIOD      *
      *                VALUE ONCE THE THRESHOLD IS REACHED. A         *
      *                SUSPENDED AGREEMENT EARNS NOTHING. MAINTAINED  *
      *                BY REBMNT; REBACCR ACCRUES AND POSTS THE       *
      *                REBATE.                                        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 REBATE-AGREEMENT-RECORD.
          05 RA-PARTNER                    PIC X(02).
          05 RA-DESC                       PIC X(30).
          05 RA-STATUS                     PIC X(01).
             88 RA-ACTIVE                  VALUE 'A'.
             88 RA-SUSPENDED               VALUE 'S'.
          05 RA-TIER-COUNT                 PIC 9(01).
          05 RA-TIER OCCURS 5 TIMES.
             10 RA-THRESHOLD               PIC 9(11)V99.
             10 RA-RATE                    PIC 9(02)V99.
