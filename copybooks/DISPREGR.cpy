      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : DISPREGR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE DISPREG SETTLEMENT       *
      *                DISPUTE REGISTER, KEYED ON PARTNER AND THE     *
      *                STATEMENT DATE OF THE STMTLEDG STATEMENT IN    *
      *                DISPUTE. HOLDS THE DISPUTED AMOUNT AND REASON, *
      *                WHO RAISED IT AND WHEN, AND THE RESOLUTION:    *
      *                UPHELD (AGREED NOT TO COLLECT, CREDIT TO       *
      *                FOLLOW), WITHDRAWN BY THE PARTNER, OR CREDITED *
      *                (A CREDIT NOTE POSTED TO THE LEDGER). AN OPEN  *
      *                OR UPHELD DISPUTE HOLDS ITS AMOUNT OUT OF THE  *
      *                REMITAGE AGEING. MAINTAINED BY DSPMNT; DSPRPT  *
      *                LISTS OPEN DISPUTES BY AGE.                    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 DISPUTE-RECORD.
          05 DSP-KEY.
             10 DSP-PARTNER                PIC X(02).
             10 DSP-STMT-DATE              PIC 9(08).
          05 DSP-AMOUNT                    PIC 9(11)V99.
          05 DSP-REASON                    PIC X(30).
          05 DSP-RAISED-BY                 PIC X(08).
          05 DSP-RAISED-DATE               PIC 9(08).
          05 DSP-STATUS                    PIC X(01).
             88 DSP-OPEN                   VALUE 'O'.
             88 DSP-UPHELD                 VALUE 'U'.
             88 DSP-WITHDRAWN              VALUE 'W'.
             88 DSP-CREDITED               VALUE 'C'.
             88 DSP-HOLDS-BALANCE          VALUE 'O', 'U'.
          05 DSP-RESOLVED-BY               PIC X(08).
          05 DSP-RESOLVED-DATE             PIC 9(08).
