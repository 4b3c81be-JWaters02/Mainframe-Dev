      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : STKVALR                                        *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE STKVALH STOCK VALUATION  *
      *                HISTORY, AN INDEXED FILE KEYED ON FISCAL YEAR, *
      *                FISCAL PERIOD AND BRANCH. STKVALU WRITES ONE   *
      *                RECORD PER BRANCH WHEN IT VALUES THE STOCKLDG  *
      *                LEDGER ON A PERIOD-END BUSINESS DATE, HOLDING  *
      *                THE UNITS, COST AND RETAIL VALUE OF THE STOCK  *
      *                THEN HELD SO THE MONTH-END FIGURE IS KEPT      *
      *                RATHER THAN RECOMPUTED. NEGATIVE AND ZERO-COST *
      *                POSITIONS ARE EXCLUDED FROM THE VALUES AND     *
      *                COUNTED SEPARATELY.                            *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 STOCK-VALUATION-RECORD.
          05 SV-KEY.
             10 SV-FISCAL-YEAR             PIC 9(04).
             10 SV-FISCAL-PERIOD           PIC 9(02).
             10 SV-BRANCH                  PIC X(04).
          05 SV-REGION                     PIC X(02).
          05 SV-VALUATION-DATE             PIC 9(08).
          05 SV-RUN-NUMBER                 PIC 9(05).
          05 SV-POSITIONS                  PIC 9(07).
          05 SV-UNITS                      PIC S9(11).
          05 SV-COST-VALUE                 PIC S9(13)V99.
          05 SV-RETAIL-VALUE               PIC S9(13)V99.
          05 SV-NEGATIVE-POSITIONS         PIC 9(05).
          05 SV-ZERO-COST-POSITIONS        PIC 9(05).
