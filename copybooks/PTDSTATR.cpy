      *                                                                *
      *  Copybook    : PTDSTATR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE PTDSTAT PERIOD-TO-DATE    *
      *                ITEM STATISTICS MASTER, KEYED ON ITEM. EX4      *
      *                POSTS EACH RUN'S PER-ITEM COUNT, NET UNITS AND  *
      *                VALUE INTO THE CUMULATIVE FIGURES, CARRYING THE *
      *                ITEM'S DEPARTMENT AND CATEGORY FROM ITEMMAST;   *
      *                DMDFCST FORECASTS THE NEXT PERIOD FROM IT AND   *
      *                PTDCLOSE THEN ARCHIVES AND ZEROES THE MASTER AT *
      *                PERIOD END. THE LAYOUT IS KEYED SO REPORTING    *
      *                PROGRAMS AND CONSOLE INQUIRIES CAN READ THE PTD *
      *                FIGURES DIRECTLY.                               *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
          05 PTD-COUNT                     PIC 9(09).
          05 PTD-UNITS                     PIC S9(09).
          05 PTD-VALUE                     PIC S9(11)V99.
          05 PTD-CATEGORY                  PIC X(06).
