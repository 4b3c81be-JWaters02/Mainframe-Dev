      *----------------------------------------------------------------*
      *                                                                *
      *  Copybook    : JOBSCHDR                                       *
      *                                                                *
      *  Function    : RECORD LAYOUT FOR THE JOBSCHD JOB SCHEDULE     *
      *                MASTER - ONE RECORD PER PERIODIC OR            *
      *                HOUSEKEEPING JOB, NAMING THE PROGRAM AND ITS   *
      *                FREQUENCY RULE: D DAILY, W FISCAL WEEK-END, P  *
      *                PERIOD-END, Y YEAR-END, N THE NTH WORKING DAY  *
      *                OF THE MONTH, K A SPECIFIC WEEKDAY (1 MONDAY   *
      *                TO 7 SUNDAY). THE DAY FIELD CARRIES N OR THE   *
      *                WEEKDAY. ACTION E HAS JOBSCHED EXECUTE THE JOB *
      *                IN THE NIGHTLY SCHEDULER STEP; R RELEASES IT   *
      *                FOR OPERATIONS TO SUBMIT THROUGH JOBSCHED RUN. *
      *                RULES ARE RESOLVED AGAINST CALENDAR.           *
      *                                                                *
      *----------------------------------------------------------------*
      * Date         Programmer      Description of change             *
      * ----------  ---------------  --------------------------------- *
      *----------------------------------------------------------------*
       01 JOB-SCHEDULE-RECORD.
          05 JS-JOB-NAME                   PIC X(08).
          05 JS-DESCRIPTION                PIC X(30).
          05 JS-FREQUENCY                  PIC X(01).
             88 JS-DAILY                   VALUE 'D'.
             88 JS-WEEK-END                VALUE 'W'.
             88 JS-PERIOD-END              VALUE 'P'.
             88 JS-YEAR-END                VALUE 'Y'.
             88 JS-NTH-WORKING-DAY         VALUE 'N'.
             88 JS-WEEKDAY                 VALUE 'K'.
          05 JS-FREQ-DAY                   PIC 9(02).
          05 JS-ACTION                     PIC X(01).
             88 JS-EXECUTE                 VALUE 'E'.
             88 JS-RELEASE                 VALUE 'R'.
          05 JS-ACTIVE                     PIC X(01).
             88 JS-IS-ACTIVE               VALUE 'Y'.
