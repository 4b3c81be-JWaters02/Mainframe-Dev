      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : FCSTR                                          *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE FCSTMAST DEMAND          *
      *                FORECAST, AN INDEXED FILE KEYED ON ITEM        *
      *                HOLDING THE FORECAST OF COMPANY-WIDE NET UNITS *
      *                FOR THE NEXT FISCAL PERIOD. DMDFCST REPLACES   *
      *                THE FILE AT EACH PERIOD END FROM A MOVING      *
      *                AVERAGE OF THE PTDSTAT AND PTDARCH PERIOD      *
      *                FIGURES TIMES A SEASONAL FACTOR FROM THE SAME  *
      *                PERIOD LAST FISCAL YEAR, AND COMPARES THE      *
      *                OUTGOING FORECAST WITH WHAT ACTUALLY SOLD.     *
      *                REPLEN SIZES REORDER SUGGESTIONS FROM THE      *
      *                DAILY RATE OVER THE SUPPLIER LEAD TIME.        *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 FORECAST-RECORD.
          05 FC-ITEM                       PIC X(06).
          05 FC-FISCAL-YEAR                PIC 9(04).
          05 FC-FISCAL-PERIOD              PIC 9(02).
          05 FC-PERIOD-DAYS                PIC 9(03).
          05 FC-MOVING-AVERAGE             PIC 9(09).
          05 FC-SEASONAL-FACTOR            PIC 9(01)V99.
          05 FC-FORECAST-UNITS             PIC 9(09).
          05 FC-DAILY-RATE                 PIC 9(07)V99.
          05 FC-FORECAST-DATE              PIC 9(08).
