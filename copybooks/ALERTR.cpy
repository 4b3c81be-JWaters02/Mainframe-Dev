      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : ALERTR                                         *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE ALERTS OPERATIONS ALERT  *
      *                FILE. ALERTLOG APPENDS ONE RECORD PER ALERT    *
      *                RAISED BY THE CHAIN - REPORT7 THRESHOLD STOPS, *
      *                BALANCE MISMATCHES, DEADLNCK DEADLINE          *
      *                BREACHES, DISTCHK MISSING OR HELD OUTPUTS,     *
      *                SRCMERGE VOLUME ANOMALIES AND EVERY ABEND      *
      *                LOGGED THROUGH ERRLOG. THE SITE MONITORING     *
      *                AGENT PICKS THE FILE UP FOR THE ON-CALL        *
      *                ANALYST AND ALRTRPT PRINTS THE DAILY ALERT     *
      *                SUMMARY.                                       *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 ALERT-RECORD.
          05 ALR-DATE                      PIC 9(08).
          05 ALR-TIME                      PIC 9(08).
          05 ALR-SEVERITY                  PIC X(01).
             88 ALR-CRITICAL               VALUE 'C'.
             88 ALR-MAJOR                  VALUE 'M'.
             88 ALR-WARNING                VALUE 'W'.
          05 ALR-PROGRAM-ID                PIC X(08).
          05 ALR-RUN-NUMBER                PIC 9(05).
          05 ALR-ALERT-CODE                PIC X(08).
          05 ALR-ALERT-TEXT                PIC X(60).
