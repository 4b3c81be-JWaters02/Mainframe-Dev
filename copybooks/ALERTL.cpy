      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : ALERTL                                         *
      *                                                                *
      *  Function    : PARAMETER AREA PASSED TO THE ALERTLOG          *
      *                OPERATIONS ALERT WRITER. THE CALLER SETS THE   *
      *                SEVERITY, ITS PROGRAM AND RUN NUMBER, A SHORT  *
      *                ALERT CODE AND TEXT; ALERTLOG ADDS THE         *
      *                TIMESTAMP, DROPS A REPEAT OF THE SAME CODE     *
      *                FROM THE SAME PROGRAM IN THE SAME RUN, AND     *
      *                APPENDS TO THE ALERTS FILE THE SITE MONITORING *
      *                AGENT PICKS UP. SEVERITY C IS CRITICAL (THE    *
      *                CHAIN HAS STOPPED), M IS MAJOR (ACTION NEEDED  *
      *                BEFORE THE OUTPUTS GO OUT) AND W A WARNING.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 ALERT-PARM.
          05 AL-SEVERITY                   PIC X(01) VALUE SPACE.
             88 AL-CRITICAL                VALUE 'C'.
             88 AL-MAJOR                   VALUE 'M'.
             88 AL-WARNING                 VALUE 'W'.
          05 AL-PROGRAM-ID                 PIC X(08) VALUE SPACES.
          05 AL-RUN-NUMBER                 PIC 9(05) VALUE 0.
          05 AL-ALERT-CODE                 PIC X(08) VALUE SPACES.
          05 AL-ALERT-TEXT                 PIC X(60) VALUE SPACES.
