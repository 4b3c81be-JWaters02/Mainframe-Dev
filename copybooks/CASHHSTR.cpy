      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : CASHHSTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE CASHHIST CUMULATIVE      *
      *                BRANCH CASH DECLARATION HISTORY. CASHREC       *
      *                APPENDS ONE ENTRY PER BRANCH WHOSE DECLARED    *
      *                TAKINGS (CASH PLUS CARD) DIFFER FROM THE       *
      *                NIGHT'S NET SALES BY MORE THAN THE CASHPARM    *
      *                TOLERANCE, AND ONE FOR EACH TRADING BRANCH     *
      *                THAT SENT NO DECLARATION, SO THAT REPEAT       *
      *                OFFENDERS CAN BE COUNTED. THE DIFFERENCE IS    *
      *                SIGNED: POSITIVE WHEN THE BRANCH DECLARED MORE *
      *                THAN IT SOLD.                                  *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 CASH-HIST-RECORD.
          05 CH-BUSINESS-DATE              PIC 9(08).
          05 CH-BRANCH                     PIC X(04).
          05 CH-REGION                     PIC X(02).
          05 CH-NET-SALES                  PIC S9(11)V99.
          05 CH-DECLARED-CASH              PIC 9(09)V99.
          05 CH-DECLARED-CARD              PIC 9(09)V99.
          05 CH-DIFFERENCE                 PIC S9(11)V99.
          05 CH-STATUS                     PIC X(01).
             88 CH-OVER                    VALUE 'O'.
             88 CH-SHORT                   VALUE 'S'.
             88 CH-NOT-DECLARED            VALUE 'N'.
          05 CH-RUN-NUMBER                 PIC 9(05).
