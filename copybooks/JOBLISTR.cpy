      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : JOBLISTR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE JOBLIST CUMULATIVE RUN   *
      *                LIST. EACH NIGHT JOBSCHED APPENDS ONE ENTRY    *
      *                PER JOB THE SCHEDULE MASTER MAKES DUE ON THE   *
      *                RUN'S BUSINESS DATE, WITH THE ACTION TAKEN -   *
      *                EXECUTED IN THE SCHEDULER STEP OR RELEASED TO  *
      *                OPERATIONS. JOBMISS MATCHES IT AGAINST RUNLOG  *
      *                TO REPORT JOBS THAT WERE DUE BUT DID NOT RUN.  *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 JOB-LIST-RECORD.
          05 JL-BUSINESS-DATE              PIC 9(08).
          05 JL-RUN-NUMBER                 PIC 9(05).
          05 JL-JOB-NAME                   PIC X(08).
          05 JL-FREQUENCY                  PIC X(01).
          05 JL-ACTION                     PIC X(01).
             88 JL-EXECUTED                VALUE 'E'.
             88 JL-RELEASED                VALUE 'R'.
