      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : TAXHISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE TAXHIST SALES-TAX        *
      *                HISTORY, KEYED ON BUSINESS DATE, TAX CODE AND  *
      *                BRANCH. TAXPOST WRITES ONE RECORD PER CODE AND *
      *                BRANCH FOR EACH NIGHT'S SALES AND RETURNS,     *
      *                STAMPED WITH THE FISCAL YEAR AND PERIOD FROM   *
      *                CALENDAR, REPLACING ANY RECORDS ALREADY HELD   *
      *                FOR THE DATE WHEN A NIGHT IS RE-RUN. SALES AND *
      *                RETURNS ARE HELD AS POSITIVE VALUES; THE       *
      *                TAXABLE VALUE AND TAX ARE NET OF RETURNS. A    *
      *                BLANK TAX CODE HOLDS MOVEMENTS THAT COULD NOT  *
      *                BE TAXED. TAXRPT SUMMARISES IT FOR THE PERIOD  *
      *                TAX RETURN.                                    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 TAX-HISTORY-RECORD.
          05 TH-KEY.
             10 TH-BUSINESS-DATE           PIC 9(08).
             10 TH-TAX-CODE                PIC X(02).
             10 TH-BRANCH                  PIC X(04).
          05 TH-FISCAL-YEAR                PIC 9(04).
          05 TH-FISCAL-PERIOD              PIC 9(02).
          05 TH-REGION                     PIC X(02).
          05 TH-TAX-RATE                   PIC 9(02)V999.
          05 TH-SALES-VALUE                PIC S9(11)V99.
          05 TH-RETURNS-VALUE              PIC S9(11)V99.
          05 TH-TAXABLE-VALUE              PIC S9(11)V99.
          05 TH-TAX-VALUE                  PIC S9(11)V99.
          05 TH-RUN-NUMBER                 PIC 9(05).
