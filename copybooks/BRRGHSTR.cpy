      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : BRRGHSTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE BRRGHST BRANCH REGION    *
      *                HISTORY. BRCHMNT APPENDS ONE EFFECTIVE-DATED   *
      *                ENTRY WHEN A BRANCH IS LOADED OR ADDED AND     *
      *                WHENEVER A CHANGE MOVES IT TO ANOTHER REGION,  *
      *                CARRYING THE REGION IT LEFT; TRIAL RUNS ADD    *
      *                NOTHING. THE LATEST ENTRY FOR A BRANCH IS ITS  *
      *                CURRENT REGION. RSTRPT LISTS THE MOVES WHEN    *
      *                HISTORY IS RESTATED ON THE CURRENT REGIONS.    *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 BRANCH-REGION-HIST-RECORD.
          05 RGH-BRANCH-NO                 PIC X(04).
          05 RGH-EFFECTIVE-DATE            PIC 9(08).
          05 RGH-REGION                    PIC X(02).
          05 RGH-PREV-REGION               PIC X(02).
          05 RGH-ACTION                    PIC X(01).
          05 RGH-RUN-NUMBER                PIC 9(05).
