      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : SIGNOFFR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE SIGNOFF SUPERVISOR       *
      *                SIGN-OFF FILE. RUNSIGN APPENDS ONE ENTRY WHEN  *
      *                A SUPERVISOR HAS READ A RUN'S HEALTH REPORT,   *
      *                CARRYING THE VERDICT AND A COMMENT; THE LATEST *
      *                ENTRY FOR A RUN NUMBER STANDS. DRIVER WILL NOT *
      *                OPEN A REAL RUN WHILE THE PREVIOUS RUN HAS NO  *
      *                ENTRY UNLESS A SUPERVISOR OVERRIDE IS KEYED ON *
      *                DRVPARM, WHICH IT RECORDS HERE AS VERDICT 'O'. *
      *                DISTCHK HOLDS DISTRIBUTION OF A REJECTED RUN.  *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 SIGNOFF-RECORD.
          05 SGN-RUN-NUMBER                PIC 9(05).
          05 SGN-DATE                      PIC 9(08).
          05 SGN-TIME                      PIC 9(08).
          05 SGN-OPERATOR                  PIC X(08).
          05 SGN-VERDICT                   PIC X(01).
             88 SGN-ACCEPTED               VALUE 'A'.
             88 SGN-ACCEPTED-EXCEPTIONS    VALUE 'E'.
             88 SGN-REJECTED               VALUE 'R'.
             88 SGN-OVERRIDDEN             VALUE 'O'.
             88 SGN-VERDICT-VALID          VALUE 'A', 'E', 'R'.
          05 SGN-COMMENT                   PIC X(60).
